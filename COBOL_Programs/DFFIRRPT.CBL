      ****   UNDER THE GRANT.  A GRANT NOBODY USED STILL PRINTS,    ****
      ****   WITH A NO-ACTIVITY LINE, SO EVERY GRANT IS ACCOUNTED   ****
      ****   FOR AFTER THE FACT.                                    ****
      ******************************************************************
      ****   A GRANT THAT COMPLETED A DFSODTBL CONFLICTING PAIR NOW ****
      ****   SHOWS THE CO-SIGNING SUPERVISOR ON ITS GRANT LINE,     ****
      ****   TAKEN FROM THE NEW FC-COSIGNED-BY FIELD OF THE 39-BYTE ****
      ****   DFFIRECF RECORD.  OLDER ROWS READ BACK WITH IT BLANK.  ****
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD  FIRECALL-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS FIRECALL-RECORD.

       01  FIRECALL-RECORD.
           05  FC-FUNCTION             PIC X(03).
           05  FC-GRANTED-BY           PIC X(08).
           05  FC-EXPIRY-STAMP         PIC X(12).
           05  FC-COSIGNED-BY          PIC X(08).

       FD  LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  GH-GRANTED-BY           PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' EXPIRES '.
           05  GH-EXPIRY               PIC X(12).
           05  GH-COSIGN-LABEL         PIC X(14) VALUE SPACES.
           05  GH-COSIGNED-BY          PIC X(08).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           MOVE FC-FUNCTION            TO GH-FUNCTION.
           MOVE FC-GRANTED-BY          TO GH-GRANTED-BY.
           MOVE FC-EXPIRY-STAMP        TO GH-EXPIRY.
           MOVE FC-COSIGNED-BY         TO GH-COSIGNED-BY.

           IF FC-COSIGNED-BY = SPACES
               MOVE SPACES              TO GH-COSIGN-LABEL
           ELSE
               MOVE ' CO-SIGNED BY '    TO GH-COSIGN-LABEL
           END-IF.
           MOVE WS-GRANT-HEADER-LINE   TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

