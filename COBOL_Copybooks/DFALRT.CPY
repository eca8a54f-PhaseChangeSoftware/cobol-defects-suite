      ******************************************************************
      **** SHARED OPERATOR ALERT CONTROL RECORD, COPIED BY EACH      ****
      **** PROGRAM THAT RAISES AN ALERT (WORKING-STORAGE) AND BY     ****
      **** DFALRTWR (LINKAGE SECTION).  THE CALLER MOVES THE PROGRAM ****
      **** THE ALERT IS ABOUT, THE SOURCE OF THE ALERT, ITS          ****
      **** SEVERITY, A DEDUPLICATION KEY AND A ONE-LINE TEXT INTO    ****
      **** THIS RECORD AND CALLS DFALRTWR, WHICH TIME-STAMPS IT AND  ****
      **** APPENDS IT TO THE DFALRTEV ALERT EVENT FILE.  THE         ****
      **** DFALRTMN ALERT MONITOR PICKS THE EVENTS UP, ROUTES EACH   ****
      **** TO THE ON-CALL CONTACT FOR THE PROGRAM, SEVERITY AND TIME ****
      **** OF DAY, AND ESCALATES ANY ALERT NOT ACKNOWLEDGED IN TIME. ****
      **** A SECOND EVENT WITH THE SAME KEY THE SAME DAY IS TREATED  ****
      **** AS A REPEAT OF THE FIRST, NOT A NEW ALERT - SO A KEY      ****
      **** SHOULD NAME THE CONDITION, NOT THE MOMENT IT WAS SEEN.    ****
      ******************************************************************

       01  DFALRT-CONTROL-RECORD.
           05  DFALRT-PROGRAM-ID        PIC X(08).
           05  DFALRT-SOURCE            PIC X(04).
               88  DFALRT-FILE-STATUS       VALUE 'FILE'.
               88  DFALRT-SQLCODE           VALUE 'SQL '.
               88  DFALRT-STALL             VALUE 'STAL'.
               88  DFALRT-SLA-BREACH        VALUE 'SLA '.
               88  DFALRT-STEP-HELD         VALUE 'HOLD'.
           05  DFALRT-SEVERITY          PIC 9(01).
               88  DFALRT-CRITICAL          VALUE 1.
               88  DFALRT-MAJOR             VALUE 2.
               88  DFALRT-WARNING           VALUE 3.
           05  DFALRT-KEY               PIC X(30).
           05  DFALRT-TEXT              PIC X(60).
           05  DFALRT-RETURN-CODE       PIC X(02).
