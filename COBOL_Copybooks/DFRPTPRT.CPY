      **** LINE (IT BREAKS THE PAGE AND REPRINTS THE HEADING          ****
      **** WHENEVER DFRPT-LINE-COUNT REACHES DFRPT-LINES-PER-PAGE),   ****
      **** AND 8300-RPT-WRITE-FOOTER ONCE JUST BEFORE CLOSING.        ****
      **** A BURSTABLE REPORT PERFORMS 8150-RPT-NEW-SECTION AT EACH   ****
      **** CONTROL BREAK INSTEAD OF 8100 - SEE DFRPT-SECTION-KEY.     ****
      ******************************************************************

       8100-RPT-WRITE-HEADING.
           MOVE ZERO                    TO DFRPT-LINE-COUNT.
           MOVE DFRPT-TITLE             TO DFRPT-HDG-TITLE.
           MOVE DFRPT-PAGE-NUM          TO DFRPT-HDG-PAGE-NUM.
           MOVE DFRPT-REPORT-ID         TO DFRPT-HDG-REPORT-ID.
           MOVE DFRPT-SECTION-KEY       TO DFRPT-HDG-SECTION-KEY.

           IF DFRPT-DRY-RUN-FLAG = 'D'
               MOVE '*SIMULATION*'      TO DFRPT-HDG-RUN-MODE
           WRITE PRINT-FILE-RECORD      FROM DFRPT-HEADING-LINE-1.
           WRITE PRINT-FILE-RECORD      FROM DFRPT-HEADING-LINE-2.

      **** A NEW SECTION ALWAYS STARTS ON A NEW PAGE SO DFBURST CAN
      **** SPLIT THE REPORT AT PAGE BOUNDARIES; A REPEATED CALL FOR
      **** THE SECTION ALREADY UNDER WAY CHANGES NOTHING.
       8150-RPT-NEW-SECTION.

           IF DFRPT-PAGE-NUM = ZERO
              OR DFRPT-SECTION-KEY NOT = DFRPT-HDG-SECTION-KEY
               PERFORM 8100-RPT-WRITE-HEADING
           END-IF.

       8200-RPT-WRITE-DETAIL.

           IF DFRPT-LINE-COUNT NOT < DFRPT-LINES-PER-PAGE
