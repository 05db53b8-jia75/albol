*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for WANT-FILE. WANT-TITLE-RECORD carries the
*> uppercase title key the catalog uses and WANT-NUMBER-RECORD
*> numbers the requests for a title in the order they were taken.
*> WANT-FORMAT-RECORD is the format asked for, blank when any will
*> do. A want is open until the title is added to the catalog, when
*> FULFILL-WANT-ENTRIES marks it fulfilled with the date and sets the
*> requester's call as pending; the call flag is cleared once they
*> have been told. A want withdrawn by the requester is cancelled,
*> not removed, so request numbers are never reused for a title.
    01 WANT-RECORD.
        03 WANT-KEY.
            05 WANT-TITLE-RECORD PICTURE X(50).
            05 WANT-NUMBER-RECORD PICTURE 9(03).
        03 WANT-ARTIST-RECORD PICTURE X(50).
        03 WANT-FORMAT-RECORD PICTURE X(07).
        03 WANT-REQUESTER-RECORD PICTURE X(30).
        03 WANT-CONTACT-RECORD PICTURE X(40).
        03 WANT-ASKED-RECORD PICTURE 9(08).
        03 WANT-STATUS-RECORD PICTURE X.
            88 WANT-OPEN VALUE 'O'.
            88 WANT-FULFILLED VALUE 'F'.
            88 WANT-CANCELLED VALUE 'C'.
        03 WANT-FULFILLED-RECORD PICTURE 9(08).
        03 WANT-CALL-RECORD PICTURE X.
            88 WANT-CALL-PENDING VALUE 'P'.
            88 WANT-CALL-MADE VALUE 'Y'.
            88 WANT-NO-CALL VALUE 'N'.
