*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for SNAPSHOT-HISTORY-FILE. SNAPSHOT-PERIOD-RECORD is
*> the year and month the figures describe (YYYYMM). Each period has
*> one totals record (kind T, blank name) holding the catalog-wide
*> figures, and one record per genre (kind G) and per format (kind F)
*> named in SNAPSHOT-NAME-RECORD, holding the active title count and
*> average rating for that group - the groups vary from month to
*> month, so each has its own record rather than a slot in a fixed
*> layout. SNAPSHOT-GROUP-FIGURES is the group records' view of the
*> same bytes.
    01 SNAPSHOT-RECORD.
        03 SNAPSHOT-KEY.
            05 SNAPSHOT-PERIOD-RECORD PICTURE 9(06).
            05 SNAPSHOT-KIND-RECORD PICTURE X.
                88 SNAPSHOT-TOTALS VALUE 'T'.
                88 SNAPSHOT-GENRE VALUE 'G'.
                88 SNAPSHOT-FORMAT VALUE 'F'.
            05 SNAPSHOT-NAME-RECORD PICTURE X(20).
        03 SNAPSHOT-TOTAL-FIGURES.
            05 SNAPSHOT-ACTIVE-RECORD PICTURE 9(07).
            05 SNAPSHOT-RETIRED-RECORD PICTURE 9(07).
            05 SNAPSHOT-AVERAGE-RECORD PICTURE 9V99.
            05 SNAPSHOT-COPIES-RECORD PICTURE 9(07).
            05 SNAPSHOT-LOANS-RECORD PICTURE 9(07).
            05 SNAPSHOT-OVERDUE-RECORD PICTURE 9(07).
            05 SNAPSHOT-PLAYS-RECORD PICTURE 9(07).
            05 SNAPSHOT-TAKEN-RECORD PICTURE 9(08).
        03 SNAPSHOT-GROUP-FIGURES REDEFINES SNAPSHOT-TOTAL-FIGURES.
            05 SNAPSHOT-GROUP-COUNT-RECORD PICTURE 9(07).
            05 SNAPSHOT-GROUP-AVERAGE-RECORD PICTURE 9V99.
            05 FILLER PICTURE X(43).
