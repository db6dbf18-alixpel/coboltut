      *****************************************************
      * BUSRTFD - SHARED RECORD LAYOUT FOR THE SCHOOL
      *           TRANSPORT ROUTE AND STOP MASTER (BUSRTE).
      *           ONE 'R' RECORD PER BUS ROUTE CARRYING THE
      *           BUS CAPACITY AND THE TERMLY TRANSPORT
      *           CHARGE TUITIONBILLING ADDS TO THE INVOICE,
      *           FOLLOWED BY ONE 'S' RECORD PER STOP ON IT -
      *           RUN SEQUENCE, PICKUP TIME AND THE LOCALITY
      *           THE GUARDIAN'S POSTAL ADDRESS MUST NAME FOR
      *           A STUDENT TO BE ASSIGNED THERE. MAINTAINED
      *           BY TRANSPORTMAINT; READ BY BUSMANIFEST AND
      *           TUITIONBILLING.
      *****************************************************
       01  BUS-ROUTE-RECORD.
           05 BR-RECORD-TYPE        PIC X(01).
              88 BR-ROUTE-ENTRY              VALUE 'R'.
              88 BR-STOP-ENTRY               VALUE 'S'.
           05 BR-ROUTE-ID           PIC X(04).
           05 BR-ROUTE-DATA.
              10 BR-ROUTE-DESC      PIC X(20).
              10 BR-CAPACITY        PIC 9(03).
              10 BR-TERM-CHARGE     PIC 9(05)V99.
              10 FILLER             PIC X(20).
           05 BR-STOP-DATA REDEFINES BR-ROUTE-DATA.
              10 BR-STOP-ID         PIC X(04).
              10 BR-STOP-SEQ        PIC 9(02).
              10 BR-STOP-NAME       PIC X(20).
              10 BR-STOP-LOCALITY   PIC X(20).
              10 BR-PICKUP-TIME     PIC 9(04).
