      *****************************************************
      * LIBLNFD - SHARED RECORD LAYOUT FOR THE LIBRARY
      *           LOAN FILE (LIBLOAN). ONE RECORD PER BOOK
      *           A STUDENT HAS NOT YET BROUGHT BACK - OUT
      *           ON LOAN, OR ALREADY CHARGED AT REPLACEMENT
      *           COST BY LIBRARYOVERDUE. A RETURN, OR A
      *           SUPERVISOR'S WRITE-OFF OF A CHARGED BOOK,
      *           TAKES THE RECORD OFF THE FILE, SO ANY
      *           RECORD HERE MEANS THE STUDENT STILL HOLDS
      *           A BOOK - STUDENTMAINT AND YEARENDROLL READ
      *           IT FOR THAT BEFORE A STUDENT LEAVES.
      *****************************************************
       01  LIBRARY-LOAN-RECORD.
           05 LL-BOOK-ID            PIC X(08).
           05 LL-STUDENT-ID         PIC X(06).
           05 LL-LOAN-DATE          PIC 9(08).
           05 LL-DUE-DATE           PIC 9(08).
           05 LL-LOAN-STATUS        PIC X(01).
              88 LL-OUT             VALUE 'O'.
              88 LL-CHARGED         VALUE 'C'.
           05 LL-NOTICE-DATE        PIC 9(08).
           05 LL-CHARGE-DATE        PIC 9(08).
