      ****   AN ENHANCEMENT SUCH AS A RETRY COUNT OR LOGGING TO A    ****
      ****   FILE INSTEAD OF THE CONSOLE IS A ONE-PROGRAM CHANGE     ****
      ****   INSTEAD OF A SWEEP THROUGH EVERY CALLING PROGRAM.       ****
      ******************************************************************

      ******************************************************************
      ****   A PERMANENT I/O ERROR (OR ANY STATUS THIS ROUTINE DOES ****
      ****   NOT RECOGNIZE, WHICH INCLUDES THE IMPLEMENTOR-DEFINED  ****
      ****   9X CODES) ENDS THE CALLER'S RUN, SO IT ALSO RAISES A   ****
      ****   CRITICAL OPERATOR ALERT THROUGH DFALRTWR (SEE          ****
      ****   DFALRT.CPY) - THE CONSOLE MESSAGE ALONE WAITED FOR     ****
      ****   SOMEONE TO READ IT.  END OF FILE, KEY AND SEQUENCE     ****
      ****   CONDITIONS ARE THE CALLER'S TO HANDLE AND RAISE        ****
      ****   NOTHING.                                               ****
      ******************************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.

       COPY DFALRT.

       LINKAGE SECTION.

       COPY DFSTAT.
                   DFSTAT-STATUS-CODE ' ('
                   FUNCTION TRIM (DFSTAT-MEANING) ')' UPON CONSOLE.

           IF DFSTAT-PERMANENT-ERROR
              OR DFSTAT-MEANING = 'UNRECOGNIZED FILE STATUS'
               PERFORM 3000-RAISE-ALERT
           END-IF.

           GOBACK.

       2000-LOOKUP-MEANING.
               WHEN OTHER
                   MOVE 'UNRECOGNIZED FILE STATUS' TO DFSTAT-MEANING
           END-EVALUATE.

       3000-RAISE-ALERT.

           MOVE DFSTAT-PROGRAM-ID      TO DFALRT-PROGRAM-ID.
           SET DFALRT-FILE-STATUS      TO TRUE.
           SET DFALRT-CRITICAL         TO TRUE.
           MOVE SPACES                 TO DFALRT-KEY.
           STRING 'FILE ' DFSTAT-PROGRAM-ID ' ' DFSTAT-OPERATION
                  ' ' DFSTAT-STATUS-CODE
                  DELIMITED BY SIZE
                  INTO DFALRT-KEY
           END-STRING.
           MOVE SPACES                 TO DFALRT-TEXT.
           STRING DFSTAT-OPERATION DELIMITED BY SPACE
                  ' STATUS ' DFSTAT-STATUS-CODE ' - '
                  DFSTAT-MEANING
                  DELIMITED BY SIZE
                  INTO DFALRT-TEXT
           END-STRING.

           CALL 'DFALRTWR'            USING DFALRT-CONTROL-RECORD.
