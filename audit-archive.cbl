       copy audit-rec.

       FD AUDIT-ARCHIVE
           record contains 355 characters
           block contains 1 records
           label records are standard.
           01 ARCHIVE-RECORD PIC X(355).

       WORKING-STORAGE SECTION.

