                      AUDIT-LOG-OPERATION BY ARCHIVE-LOG-OPERATION
                      AUDIT-LOG-TITLE BY ARCHIVE-LOG-TITLE
                      AUDIT-LOG-ARTIST BY ARCHIVE-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY ARCHIVE-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY ARCHIVE-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY ARCHIVE-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY ARCHIVE-LOG-NEWLINE.

    FD KEEP-FILE.
                      AUDIT-LOG-OPERATION BY KEEP-LOG-OPERATION
                      AUDIT-LOG-TITLE BY KEEP-LOG-TITLE
                      AUDIT-LOG-ARTIST BY KEEP-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY KEEP-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY KEEP-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY KEEP-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY KEEP-LOG-NEWLINE.

    FD AUDIT-ARCHIVE-INDEX-FILE.
