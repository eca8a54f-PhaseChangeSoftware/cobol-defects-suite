      **** ALLOWED FUNCTIONS, 'ALL' PERMITTING EVERYTHING), SETS     ****
      **** OK/NOTOK WITH A REASON, AND WRITES EVERY DECISION TO THE  ****
      **** DFAUTHLG ACTIVITY LOG - WHO CHANGED WHAT, AND WHO TRIED.  ****
      **** FOR AN APPROVAL THE CALLER ALSO MOVES THE USER ID OF THE  ****
      **** OPERATOR WHO ENTERED THE CHANGE TO DFAUTH-ENTERED-BY, AND ****
      **** DFAUTH DENIES THE APPROVAL WHEN THE APPROVER IS THAT SAME ****
      **** OPERATOR.  DFAUTH CLEARS THE FIELD ON EVERY RETURN, SO IT ****
      **** APPLIES TO THE ONE CALL ONLY AND CALLERS THAT ARE NOT     ****
      **** APPROVALS NEVER SET IT.                                   ****
      ******************************************************************

       01  DFAUTH-CONTROL-RECORD.
               88  DFAUTH-DENIED            VALUE 'N'.
           05  DFAUTH-REASON            PIC X(30).
           05  DFAUTH-RETURN-CODE       PIC X(02).
           05  DFAUTH-ENTERED-BY        PIC X(08).
