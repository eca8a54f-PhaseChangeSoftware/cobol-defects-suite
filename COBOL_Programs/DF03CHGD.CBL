       IDENTIFICATION DIVISION.

       PROGRAM-ID. DF03CHGD.

      *REMARKS:    SHARED CUSTOMER-CHANGE COMPARE ROUTINE FOR THE
      *            DF03CHGJ FIELD-LEVEL CHANGE JOURNAL.

      ******************************************************************
      ****   THE CALLER MOVES THE DF03FILE RECORD AS IT STOOD       ****
      ****   BEFORE THE UPDATE AND AS IT STANDS AFTER INTO          ****
      ****   DF03CHG-CONTROL-RECORD (SEE DF03CHGC.CPY) AND CALLS    ****
      ****   THIS ROUTINE.  EACH JOURNALED FIELD - NAME, STATUS,    ****
      ****   BILLING CYCLE, DELIVERY PREFERENCE - THAT DIFFERS      ****
      ****   COMES BACK AS ONE ENTRY WITH ITS OLD AND NEW VALUE.    ****
      ****   DF03CICS, DF03MRGE AND DF03DATA ALL CALL IT, SO THE    ****
      ****   LIST OF JOURNALED FIELDS IS KEPT IN ONE PLACE: A NEW   ****
      ****   FIELD ON THE MASTER IS A CHANGE HERE AND IN DF03CHGC   ****
      ****   ONLY.  THE ROUTINE DOES NO I/O, SO THE ONLINE          ****
      ****   TRANSACTION CAN CALL IT AS FREELY AS THE BATCH.        ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY DF03CUST.

       01  WS-BEFORE-NAME              PIC X(40) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
       01  WS-BEFORE-BILL-CYCLE        PIC X(02) VALUE SPACES.
       01  WS-BEFORE-DELIVERY-PREF     PIC X(01) VALUE SPACE.

       01  WS-ENTRY-FIELD              PIC X(08) VALUE SPACES.
       01  WS-ENTRY-BEFORE             PIC X(40) VALUE SPACES.
       01  WS-ENTRY-AFTER              PIC X(40) VALUE SPACES.

       LINKAGE SECTION.

       COPY DF03CHGC.

       PROCEDURE DIVISION           USING DF03CHG-CONTROL-RECORD.

       1000-COMPARE-IMAGES.

           MOVE ZERO                   TO DF03CHG-FIELD-COUNT.
           MOVE SPACES                 TO DF03CHG-FIELD-TABLE.

           MOVE DF03CHG-BEFORE-IMAGE   TO DF03-CUSTOMER-RECORD.
           MOVE DF03-CUST-NAME         TO WS-BEFORE-NAME.
           MOVE DF03-CUST-STATUS       TO WS-BEFORE-STATUS.
           MOVE DF03-BILL-CYCLE        TO WS-BEFORE-BILL-CYCLE.
           MOVE DF03-DELIVERY-PREF     TO WS-BEFORE-DELIVERY-PREF.

           MOVE DF03CHG-AFTER-IMAGE    TO DF03-CUSTOMER-RECORD.

           IF DF03-CUST-NAME NOT = WS-BEFORE-NAME
               MOVE 'NAME'              TO WS-ENTRY-FIELD
               MOVE WS-BEFORE-NAME      TO WS-ENTRY-BEFORE
               MOVE DF03-CUST-NAME      TO WS-ENTRY-AFTER
               PERFORM 2000-ADD-FIELD-ENTRY
           END-IF.

           IF DF03-CUST-STATUS NOT = WS-BEFORE-STATUS
               MOVE 'STATUS'            TO WS-ENTRY-FIELD
               MOVE WS-BEFORE-STATUS    TO WS-ENTRY-BEFORE
               MOVE DF03-CUST-STATUS    TO WS-ENTRY-AFTER
               PERFORM 2000-ADD-FIELD-ENTRY
           END-IF.

           IF DF03-BILL-CYCLE NOT = WS-BEFORE-BILL-CYCLE
               MOVE 'CYCLE'             TO WS-ENTRY-FIELD
               MOVE WS-BEFORE-BILL-CYCLE TO WS-ENTRY-BEFORE
               MOVE DF03-BILL-CYCLE     TO WS-ENTRY-AFTER
               PERFORM 2000-ADD-FIELD-ENTRY
           END-IF.

           IF DF03-DELIVERY-PREF NOT = WS-BEFORE-DELIVERY-PREF
               MOVE 'DELIVERY'          TO WS-ENTRY-FIELD
               MOVE WS-BEFORE-DELIVERY-PREF TO WS-ENTRY-BEFORE
               MOVE DF03-DELIVERY-PREF  TO WS-ENTRY-AFTER
               PERFORM 2000-ADD-FIELD-ENTRY
           END-IF.

           GOBACK.

       2000-ADD-FIELD-ENTRY.

           ADD 1                       TO DF03CHG-FIELD-COUNT.
           MOVE WS-ENTRY-FIELD         TO DF03CHG-FIELD-NAME
                                              (DF03CHG-FIELD-COUNT).
           MOVE WS-ENTRY-BEFORE        TO DF03CHG-FIELD-BEFORE
                                              (DF03CHG-FIELD-COUNT).
           MOVE WS-ENTRY-AFTER         TO DF03CHG-FIELD-AFTER
                                              (DF03CHG-FIELD-COUNT).
