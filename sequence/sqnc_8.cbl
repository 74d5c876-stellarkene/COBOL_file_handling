           COPY "shape-hist-select.cpy".
           COPY "matrate-select.cpy".
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".


       DATA DIVISION.
           COPY "shape-hist-rec.cpy".
           COPY "matrate-rec.cpy".
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".


       WORKING-STORAGE SECTION.

       COPY "mat-cost.cpy".

       COPY "quote-rev.cpy".

       COPY "file-error.cpy".

       COPY "write-hdr.cpy".
