      *****************************************************
      * EXAMSFD - SHARED RECORD LAYOUT FOR THE EXAM SESSION
      *           MASTER (EXAMSESS). ONE RECORD PER SITTING
      *           OF A SUBJECT'S END-OF-TERM EXAM IN ONE
      *           ROOM - THE DATE, THE SLOT (AM OR PM), THE
      *           START TIME AND THE ROOM WITH ITS SEAT
      *           CAPACITY. A SUBJECT TOO BIG FOR ONE ROOM
      *           HAS ONE RECORD PER ROOM IN THE SAME SLOT.
      *           READ BY EXAMSCHEDULE.
      *****************************************************
       01  EXAM-SESSION-RECORD.
           05 EX-SESSION-ID         PIC X(04).
           05 EX-SUBJECT-CODE       PIC X(08).
           05 EX-EXAM-DATE          PIC 9(08).
           05 EX-SLOT               PIC X(02).
              88 EX-MORNING                  VALUE 'AM'.
              88 EX-AFTERNOON                VALUE 'PM'.
           05 EX-START-TIME         PIC 9(04).
           05 EX-DURATION-MIN       PIC 9(03).
           05 EX-ROOM-ID            PIC X(06).
           05 EX-ROOM-SEATS         PIC 9(03).
