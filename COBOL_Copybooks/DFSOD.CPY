      ******************************************************************
      **** DFSOD - DFSODTBL SEGREGATION-OF-DUTIES CONFLICT RULE.     ****
      **** ONE HAND-MAINTAINED CARD PER PAIR OF DFAUTH FUNCTION      ****
      **** CODES THAT NO ONE OPERATOR MAY HOLD TOGETHER - TYPICALLY  ****
      **** THE FUNCTION THAT ENTERS A CHANGE AND THE FUNCTION THAT   ****
      **** APPROVES IT.  THE PAIR WORKS BOTH WAYS ROUND; ORDER ON    ****
      **** THE CARD ONLY MATTERS FOR THE WORDING OF THE REPORTS.     ****
      **** DFFIRE REFUSES A FIRECALL GRANT THAT WOULD COMPLETE A     ****
      **** PAIR UNLESS A SECOND SUPERVISOR CO-SIGNS, AND DFSODSCN    ****
      **** REPORTS EVERY ACTIVE OPERATOR WHOSE DFOPSECF FUNCTION     ****
      **** LIST (OR UNEXPIRED FIRECALL GRANTS) ALREADY HOLDS ONE.  A ****
      **** FUNCTION OF 'ALL' ON DFOPSECF HOLDS BOTH SIDES OF EVERY   ****
      **** PAIR.                                                     ****
      ******************************************************************

       01  DFSOD-RULE-RECORD.
           05  DFSOD-FUNCTION-1         PIC X(03).
           05  FILLER                   PIC X(01).
           05  DFSOD-FUNCTION-2         PIC X(03).
           05  FILLER                   PIC X(01).
           05  DFSOD-DESCRIPTION        PIC X(40).
           05  FILLER                   PIC X(32).
