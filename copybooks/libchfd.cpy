      *****************************************************
      * LIBCHFD - SHARED RECORD LAYOUT FOR THE LIBRARY
      *           REPLACEMENT CHARGE FILE (LIBCHRG).
      *           LIBRARYOVERDUE APPENDS ONE RECORD FOR
      *           EACH BOOK IT DECLARES LOST; TUITIONBILLING
      *           POSTS EACH TO THE STUDENT'S TUITION
      *           ACCOUNT AND EMPTIES THE FILE.
      *****************************************************
       01  LIBRARY-CHARGE-RECORD.
           05 LC-STUDENT-ID         PIC X(06).
           05 LC-BOOK-ID            PIC X(08).
           05 LC-AMOUNT             PIC 9(05)V99.
           05 LC-CHARGE-DATE        PIC 9(08).
