      *****************************************************
      * LIBBKFD - SHARED RECORD LAYOUT FOR THE SCHOOL
      *           LIBRARY BOOK CATALOG (LIBBOOK). ONE
      *           RECORD PER COPY ON THE SHELVES - TITLE,
      *           AUTHOR, WHAT IT COSTS TO REPLACE AND
      *           WHERE THE COPY IS NOW. MAINTAINED BY
      *           LIBRARYDESK; LIBRARYOVERDUE MARKS A COPY
      *           LOST WHEN IT CHARGES THE REPLACEMENT.
      *****************************************************
       01  LIBRARY-BOOK-RECORD.
           05 LB-BOOK-ID            PIC X(08).
           05 LB-TITLE              PIC X(30).
           05 LB-AUTHOR             PIC X(20).
           05 LB-REPLACE-COST       PIC 9(03)V99.
           05 LB-BOOK-STATUS        PIC X(01).
              88 LB-ON-SHELF        VALUE 'A'.
              88 LB-ON-LOAN         VALUE 'L'.
              88 LB-LOST            VALUE 'X'.
              88 LB-WITHDRAWN       VALUE 'W'.
