      *****************************************************
      * GAMDFD - SHARED RECORD LAYOUT FOR THE POST-CLOSE
      *          GRADE AMENDMENT FILE (GRDAMEND). ONE
      *          RECORD PER CHANGE ACCEPTED FOR A TERM
      *          TERMCLOSE HAS CLOSED - A SUBJECT GRADE
      *          ADDED, CHANGED OR DELETED IN GRADEMAINT
      *          (TYPE G) OR A COMPONENT SCORE KEYED IN
      *          COMPONENTENTRY (TYPE K, THE SCORE IN THE
      *          NEW-GRADE FIELD). 99 IN A GRADE FIELD
      *          MEANS NO VALUE, AS ON THE GRADE-AUDIT
      *          LINE. DISTRICTSUBMIT'S CORRECTION PASS
      *          LISTS THEM AND SENDS THE UNSENT TYPE G
      *          CHANGES TO THE DISTRICT, THEN MARKS THEM
      *          SENT.
      *          REASON CODES - CE CLERICAL ERROR, RM
      *          RE-MARK, LW LATE WORK ACCEPTED, AP APPEAL
      *          UPHELD, MC MEDICAL OR COMPASSIONATE.
      *****************************************************
       01  GRADE-AMENDMENT-RECORD.
           05 GM-SCHOOL-YEAR        PIC 9(04).
           05 GM-TERM-CODE          PIC X(01).
           05 GM-STUDENT-ID         PIC X(06).
           05 GM-SUBJECT-CODE       PIC X(08).
           05 GM-AMEND-TYPE         PIC X(01).
              88 GM-GRADE-AMENDMENT          VALUE 'G'.
              88 GM-COMPONENT-AMENDMENT      VALUE 'K'.
           05 GM-ACTION             PIC X(01).
           05 GM-OLD-GRADE          PIC 9(02).
           05 GM-NEW-GRADE          PIC 9(02).
           05 GM-REASON-CODE        PIC X(02).
              88 GM-VALID-REASON             VALUES 'CE' 'RM'
                                                    'LW' 'AP'
                                                    'MC'.
           05 GM-OPERATOR-ID        PIC X(06).
           05 GM-AMEND-DATE         PIC 9(08).
           05 GM-AMEND-TIME         PIC 9(08).
           05 GM-SENT-SW            PIC X(01).
              88 GM-SENT                     VALUE 'Y'.
           05 GM-SENT-DATE          PIC 9(08).
