      ****   IS SIMPLY COMPARED TO THE CLOCK - AND EVERY ACTION    ****
      ****   TAKEN UNDER FIRECALL LOGS WITH RESULT 'FIRE' SO THE   ****
      ****   DFFIRRPT MORNING REPORT CAN LIST IT FOR REVIEW.       ****
      ******************************************************************
      ****   MAKER-CHECKER: AN APPROVING CALLER PASSES THE USER ID  ****
      ****   OF THE OPERATOR WHO ENTERED THE CHANGE IN              ****
      ****   DFAUTH-ENTERED-BY.  WHEN THE APPROVER IS THAT SAME     ****
      ****   OPERATOR THE APPROVAL IS DENIED - WHATEVER THE MASTER  ****
      ****   OR A FIRECALL GRANT WOULD OTHERWISE ALLOW - AND LOGGED ****
      ****   AS SUCH.  THE FIELD IS CLEARED ON EVERY RETURN SO IT   ****
      ****   NEVER CARRIES OVER INTO THE CALLER'S NEXT, UNRELATED   ****
      ****   CHECK.                                                 ****
      ******************************************************************
      ****   DFFIRECF RECORD NOW 39 BYTES - DFFIRE CARRIES THE      ****
      ****   CO-SIGNING SUPERVISOR ON A GRANT THAT COMPLETED A      ****
      ****   DFSODTBL PAIR.  NOT USED HERE.                         ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  LOG-LINE                    PIC X(80).

       FD  FIRECALL-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS FIRECALL-RECORD.

       01  FIRECALL-RECORD.
           05  FC-FUNCTION             PIC X(03).
           05  FC-GRANTED-BY           PIC X(08).
           05  FC-EXPIRY-STAMP         PIC X(12).
           05  FC-COSIGNED-BY          PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
       01  WS-FUNC-SUB                 PIC 9(01) VALUE ZERO.
       01  WS-ALLOWED-FLAG             PIC X(01) VALUE 'N'.
       01  WS-ENTERED-BY               PIC X(08) VALUE SPACES.

       01  WS-LOG-DETAIL.
           05  LG-TIMESTAMP            PIC X(12).

           MOVE 'N'                    TO WS-FIRECALL-FLAG.

           MOVE DFAUTH-ENTERED-BY      TO WS-ENTERED-BY.
           MOVE SPACES                 TO DFAUTH-ENTERED-BY.

           IF WS-TABLE-LOADED-FLAG = 'N'
               PERFORM 2000-LOAD-SECURITY-MASTER THRU 2000-EXIT
               PERFORM 2500-LOAD-FIRECALL-GRANTS THRU 2500-EXIT
               GOBACK
           END-IF.

      **** NOBODY APPROVES THEIR OWN ENTRY.
           IF WS-ENTERED-BY NOT = SPACES
              AND WS-ENTERED-BY = DFAUTH-USER-ID
               MOVE 'APPROVER MADE THE ENTRY' TO DFAUTH-REASON
               PERFORM 4000-WRITE-LOG-ENTRY
               GOBACK
           END-IF.

           MOVE 'N'                    TO WS-ALLOWED-FLAG.

           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
