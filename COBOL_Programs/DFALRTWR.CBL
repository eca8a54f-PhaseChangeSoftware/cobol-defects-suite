       IDENTIFICATION DIVISION.

       PROGRAM-ID. DFALRTWR.

      *REMARKS:    SHARED OPERATOR ALERT EVENT WRITER - APPENDS ONE
      *            TIME-STAMPED EVENT TO THE DFALRTEV ALERT EVENT FILE
      *            READ BY THE DFALRTMN ALERT MONITOR.

      ******************************************************************
      ****   ABENDS, STALLED STEPS AND SLA BREACHES WERE FOUND BY   ****
      ****   WHOEVER HAPPENED TO LOOK AT THE CONSOLE.  ANY PROGRAM  ****
      ****   THAT SEES A CONDITION AN OPERATOR MUST ACT ON FILLS    ****
      ****   DFALRT-CONTROL-RECORD (SEE DFALRT.CPY) AND CALLS THIS  ****
      ****   ROUTINE, WHICH STAMPS THE DATE AND TIME AND APPENDS    ****
      ****   ONE EVENT TO THE DFALRTEV ALERT EVENT FILE - THE SAME  ****
      ****   OPEN-EXTEND-PER-CALL SHAPE AS THE DFSQLLOG WRITE IN    ****
      ****   DFSQLCHK, SO AN ABENDING CALLER LOSES NOTHING.  THE    ****
      ****   DFALRTMN ALERT MONITOR TURNS THE EVENTS INTO           ****
      ****   NOTIFICATIONS.                                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EVENT-FILE        ASSIGN TO DFALRTEV
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS EVENT-RECORD.

       01  EVENT-RECORD.
           05  EV-TIMESTAMP            PIC X(14).
           05  EV-PROGRAM-ID           PIC X(08).
           05  EV-SOURCE               PIC X(04).
           05  EV-SEVERITY             PIC 9(01).
           05  EV-KEY                  PIC X(30).
           05  EV-TEXT                 PIC X(60).
           05  FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.

       01  WS-EVENT-STATUS             PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       COPY DFALRT.

       PROCEDURE DIVISION             USING DFALRT-CONTROL-RECORD.

       1000-WRITE-EVENT.

           MOVE '00'                   TO DFALRT-RETURN-CODE.

           IF DFALRT-SEVERITY NOT NUMERIC
              OR DFALRT-SEVERITY = ZERO
               MOVE 2                   TO DFALRT-SEVERITY
           END-IF.

           OPEN EXTEND EVENT-FILE.

           IF WS-EVENT-STATUS NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.

           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'DFALRTWR ALERT EVENT FILE OPEN ERROR - '
                       DFALRT-PROGRAM-ID ' ' DFALRT-TEXT UPON CONSOLE
               MOVE '91'                TO DFALRT-RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES                 TO EVENT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EV-TIMESTAMP.
           MOVE DFALRT-PROGRAM-ID      TO EV-PROGRAM-ID.
           MOVE DFALRT-SOURCE          TO EV-SOURCE.
           MOVE DFALRT-SEVERITY        TO EV-SEVERITY.
           MOVE DFALRT-KEY             TO EV-KEY.
           MOVE DFALRT-TEXT            TO EV-TEXT.
           WRITE EVENT-RECORD.

           CLOSE EVENT-FILE.

           GOBACK.
