*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that read, load, or retire
*> an album's track listing (see track-handling.cpy and
*> retire-track-entries.cpy). The track-cluster read keeps its own end
*> switch so a caller's shared EOF switch - which may be driving an
*> outer file loop, as it does in the batch maintenance run - is never
*> disturbed, the same arrangement copies-fields.cpy makes. The raw
*> track number and duration are ACCEPTed or UNSTRINGed into the text
*> fields and checked before any numeric value is trusted, the way
*> album-input-fields.cpy handles the rating and year.
    01 TRACKS-FILE-STATUS PICTURE XX.
    01 TRACKS-EOF PICTURE X.
        88 TRACKS-END-REACHED VALUE 'Y'.

    01 WS-TRACK-NUMBER-TEXT PICTURE X(05).
    01 WS-TRACK-NUMBER-TEST-RESULT PICTURE S9(04).
    01 WS-TRACK-NUMVAL PICTURE S9(05).
    01 WS-TRACK-NUMBER PICTURE 9(03).
    01 WS-TRACK-NUMBER-STATUS PICTURE X.
        88 TRACK-NUMBER-VALID VALUE 'V'.
        88 TRACK-NUMBER-INVALID VALUE 'I'.

    01 WS-DURATION-TEXT PICTURE X(08).
    01 WS-DURATION-MINUTES-TEXT PICTURE X(08).
    01 WS-DURATION-SECONDS-TEXT PICTURE X(08).
    01 WS-DURATION-MINUTES-LEN PICTURE 9(02).
    01 WS-DURATION-SECONDS-LEN PICTURE 9(02).
    01 WS-DURATION-PARTS PICTURE 9(02).
    01 WS-DURATION-MINUTES PICTURE 9(05).
    01 WS-DURATION-REMAINDER PICTURE 9(02).
    01 WS-DURATION-SECONDS PICTURE 9(07).
    01 WS-DURATION-STATUS PICTURE X.
        88 DURATION-VALID VALUE 'V'.
        88 DURATION-INVALID VALUE 'I'.

    01 DURATION-DISPLAY.
        03 DURATION-DISPLAY-MINUTES PICTURE ZZZZ9.
        03 FILLER PICTURE X VALUE ':'.
        03 DURATION-DISPLAY-SECONDS PICTURE 99.
