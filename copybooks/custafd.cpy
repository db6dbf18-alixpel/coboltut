      *           TERMINAL'S TENDER CODE - C CARD, K CASH,
      *           SPACE WHERE NO MONEY CHANGED HANDS AT THE
      *           GATE (PRESALE, PASS DAY, PARTNER VOUCHER).
      *           CA-CARD-SEQ IS THE SEQUENCE READ OFF A
      *           PRESENTED MEMBERSHIP CARD - WITH THE
      *           VISITOR ID IT MAKES THE CARD NUMBER AGE2
      *           CHECKS AGAINST THE LOST-CARD HOT LIST.
      *           SPACES WHEN NO CARD WAS PRESENTED.
      *           CA-COMPANION-OF IS KEYED AT THE GATE WHEN
      *           THE VISITOR IS THE COMPANION OF A GUEST
      *           REGISTERED FOR ACCESSIBILITY - IT NAMES
      *           THAT GUEST'S VISITOR ID, AND AGE2 ADMITS
      *           THE COMPANION FREE ONCE THE REGISTRATION
      *           CHECKS OUT ON CUSTOMER-MASTER. SPACES FOR
      *           EVERYONE ELSE.
      *****************************************************
       01  CUSTOMER-ARRIVAL-RECORD.
           05 CA-VISITOR-ID         PIC X(10).
           05 CA-PASS-ID            PIC X(10).
           05 CA-PARTNER-CODE       PIC X(04).
           05 CA-PAY-METHOD         PIC X(01).
           05 CA-CARD-SEQ           PIC X(02).
           05 CA-COMPANION-OF       PIC X(10).
