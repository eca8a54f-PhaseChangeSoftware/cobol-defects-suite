      ****   MEANING AND ONE STANDARD-FORMAT CONSOLE MESSAGE.       ****
      ****   EVERY NON-ZERO CODE EXCEPT +100 IS ALSO APPENDED TO    ****
      ****   THE CENTRAL DFSQLLOG ERROR LOG.                        ****
      ******************************************************************

      ******************************************************************
      ****   A NEGATIVE SQLCODE THE CALLER CANNOT RECOVER FROM - A  ****
      ****   MISSING OR STALE PACKAGE (-805, -818), AN UNAVAILABLE  ****
      ****   RESOURCE, DEADLOCK OR TIMEOUT, OR ANY OTHER -9XX       ****
      ****   SYSTEM CONDITION - ALSO RAISES A CRITICAL OPERATOR     ****
      ****   ALERT THROUGH DFALRTWR (SEE DFALRT.CPY).  DATA         ****
      ****   CONDITIONS SUCH AS -803 OR -811 STAY ON DFSQLLOG FOR   ****
      ****   THE CALLER AND THE MORNING REVIEW.                     ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.

       COPY DFALRT.

       01  WS-LOG-DETAIL.
           05  WS-LG-PROGRAM-ID        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.

           PERFORM 3000-WRITE-LOG-ENTRY.

           IF DFSQL-SQLCODE = -805 OR DFSQL-SQLCODE = -818
              OR DFSQL-SQLCODE NOT > -900
               PERFORM 4000-RAISE-ALERT
           END-IF.

           GOBACK.

       2000-LOOKUP-MEANING.
           WRITE LOG-LINE.

           CLOSE LOG-FILE.

       4000-RAISE-ALERT.

           MOVE DFSQL-SQLCODE          TO WS-LG-SQLCODE.

           MOVE DFSQL-PROGRAM-ID       TO DFALRT-PROGRAM-ID.
           SET DFALRT-SQLCODE          TO TRUE.
           SET DFALRT-CRITICAL         TO TRUE.
           MOVE SPACES                 TO DFALRT-KEY.
           STRING 'SQL ' DFSQL-PROGRAM-ID ' ' WS-LG-SQLCODE
                  DELIMITED BY SIZE
                  INTO DFALRT-KEY
           END-STRING.
           MOVE SPACES                 TO DFALRT-TEXT.
           STRING DFSQL-STATEMENT ' SQLCODE ' WS-LG-SQLCODE
                  ' - ' DFSQL-MEANING
                  DELIMITED BY SIZE
                  INTO DFALRT-TEXT
           END-STRING.

           CALL 'DFALRTWR'            USING DFALRT-CONTROL-RECORD.
