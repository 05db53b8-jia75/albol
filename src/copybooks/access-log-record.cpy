*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage layout of one line of ACCESS-LOG-FILE: when, which
*> operator ID was keyed, what happened, the menu selection involved
*> (blank for a sign-on or sign-off), and a free-text detail - the
*> approving supervisor on an approval. Held in working storage and
*> written with WRITE FROM - a VALUE on a FILE SECTION filler is
*> commentary only.
    01 ACCESS-LOG-LINE.
        03 ACCESS-TIMESTAMP PICTURE X(14).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACCESS-OPERATOR PICTURE X(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACCESS-EVENT PICTURE X(08).
            88 ACCESS-SIGNON VALUE "SIGNON".
            88 ACCESS-FAILED VALUE "FAILED".
            88 ACCESS-REFUSED VALUE "REFUSED".
            88 ACCESS-APPROVED VALUE "APPROVED".
            88 ACCESS-DENIED VALUE "DENIED".
            88 ACCESS-SIGNOFF VALUE "SIGNOFF".
            88 ACCESS-ENROLLED VALUE "ENROLLED".
        03 FILLER PICTURE X VALUE SPACE.
        03 ACCESS-CHOICE PICTURE X(02).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACCESS-DETAIL PICTURE X(40).
