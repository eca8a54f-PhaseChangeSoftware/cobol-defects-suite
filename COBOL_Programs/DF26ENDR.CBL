      ****   ON THE DF26BADJ BILLING-ADJUSTMENT FILE AND LISTED ON  ****
      ****   THE ENDORSEMENT REGISTER WITH OLD, NEW AND PRORATED   ****
      ****   AMOUNTS.                                               ****
      ******************************************************************

      ******************************************************************
      ****   DF26BADJ IS NOW EXTENDED RATHER THAN REPLACED EACH     ****
      ****   RUN.  THE DF26UPR MONTH-END RESERVE READS IT BACK TO   ****
      ****   HOLD A FORWARD-DATED ADJUSTMENT UNEARNED UNTIL IT      ****
      ****   TAKES EFFECT, WHICH IT CANNOT DO IF A LATER            ****
      ****   ENDORSEMENT RUN IN THE SAME MONTH HAS OVERWRITTEN IT.  ****
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE WS-COLUMN-HEADING      TO WS-DETAIL-LINE.
           PERFORM 8200-RPT-WRITE-DETAIL.

           OPEN EXTEND ADJUST-FILE.

           IF WS-ADJUST-STATUS NOT = '00'
               OPEN OUTPUT ADJUST-FILE
           END-IF.

           OPEN INPUT TRANS-FILE.

