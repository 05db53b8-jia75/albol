*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for ALBUM-TRACKS-FILE. TRACK-TITLE-RECORD carries the
*> same uppercase title key the catalog uses and TRACK-NUMBER-RECORD
*> is the track's place on the album, so the composite ALBUM-TRACK-KEY
*> stays unique. TRACK-NAME-RECORD is the song title as printed on
*> the sleeve. The running time is held in whole seconds so an
*> album's total is a plain sum; EDIT-DURATION-DISPLAY shows it as
*> minutes and seconds.
    01 ALBUM-TRACK-RECORD.
        03 ALBUM-TRACK-KEY.
            05 TRACK-TITLE-RECORD PICTURE X(50).
            05 TRACK-NUMBER-RECORD PICTURE 9(03).
        03 TRACK-NAME-RECORD PICTURE X(50).
        03 TRACK-SECONDS-RECORD PICTURE 9(05).
