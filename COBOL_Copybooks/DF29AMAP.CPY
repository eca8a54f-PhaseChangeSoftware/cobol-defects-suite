      ******************************************************************
      **** HAND-MAINTAINED BMS SYMBOLIC MAP FOR THE DF29 AUTOPAY     ****
      **** ENROLLMENT TRANSACTION (DF29ACIC), BUILT THE SAME WAY AS  ****
      **** DF03MAP.  AN ACTION, THE CUSTOMER NUMBER (NAME SHOWN      ****
      **** BACK), THE BANK ROUTING AND ACCOUNT NUMBERS, ACCOUNT      ****
      **** TYPE, DRAFT OPTION, AND - FOR DISPLAY ONLY - THE          ****
      **** ENROLLMENT STATUS, RETURNED-DEBIT COUNT AND LAST DRAFT,   ****
      **** THEN A MESSAGE LINE.  DF29AMAPI IS THE INPUT (RECEIVE     ****
      **** MAP) STRUCTURE; DF29AMAPO REDEFINES IT FOR THE OUTPUT     ****
      **** (SEND MAP) SIDE, FIELD FOR FIELD, THE SAME WAY BMS-       ****
      **** GENERATED MAPS DO.                                        ****
      ******************************************************************

       01  DF29AMAPI.
           05  AACTL                   PIC S9(4) COMP.
           05  AACTF                   PIC X.
           05  FILLER REDEFINES AACTF.
               10  AACTA               PIC X.
           05  AACTI                   PIC X(01).
           05  ACUSTL                  PIC S9(4) COMP.
           05  ACUSTF                  PIC X.
           05  FILLER REDEFINES ACUSTF.
               10  ACUSTA              PIC X.
           05  ACUSTI                  PIC X(10).
           05  ANAMEL                  PIC S9(4) COMP.
           05  ANAMEF                  PIC X.
           05  FILLER REDEFINES ANAMEF.
               10  ANAMEA              PIC X.
           05  ANAMEI                  PIC X(40).
           05  AROUTL                  PIC S9(4) COMP.
           05  AROUTF                  PIC X.
           05  FILLER REDEFINES AROUTF.
               10  AROUTA              PIC X.
           05  AROUTI                  PIC X(09).
           05  AACCTL                  PIC S9(4) COMP.
           05  AACCTF                  PIC X.
           05  FILLER REDEFINES AACCTF.
               10  AACCTA              PIC X.
           05  AACCTI                  PIC X(17).
           05  ATYPEL                  PIC S9(4) COMP.
           05  ATYPEF                  PIC X.
           05  FILLER REDEFINES ATYPEF.
               10  ATYPEA              PIC X.
           05  ATYPEI                  PIC X(01).
           05  ADRFTL                  PIC S9(4) COMP.
           05  ADRFTF                  PIC X.
           05  FILLER REDEFINES ADRFTF.
               10  ADRFTA              PIC X.
           05  ADRFTI                  PIC X(01).
           05  ASTATL                  PIC S9(4) COMP.
           05  ASTATF                  PIC X.
           05  FILLER REDEFINES ASTATF.
               10  ASTATA              PIC X.
           05  ASTATI                  PIC X(01).
           05  ARTNSL                  PIC S9(4) COMP.
           05  ARTNSF                  PIC X.
           05  FILLER REDEFINES ARTNSF.
               10  ARTNSA              PIC X.
           05  ARTNSI                  PIC X(02).
           05  ALDRTL                  PIC S9(4) COMP.
           05  ALDRTF                  PIC X.
           05  FILLER REDEFINES ALDRTF.
               10  ALDRTA              PIC X.
           05  ALDRTI                  PIC X(10).
           05  ALAMTL                  PIC S9(4) COMP.
           05  ALAMTF                  PIC X.
           05  FILLER REDEFINES ALAMTF.
               10  ALAMTA              PIC X.
           05  ALAMTI                  PIC X(15).
           05  AMSGL                   PIC S9(4) COMP.
           05  AMSGF                   PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA               PIC X.
           05  AMSGI                   PIC X(60).

       01  DF29AMAPO REDEFINES DF29AMAPI.
           05  FILLER                  PIC X(03).
           05  AACTO                   PIC X(01).
           05  FILLER                  PIC X(03).
           05  ACUSTO                  PIC X(10).
           05  FILLER                  PIC X(03).
           05  ANAMEO                  PIC X(40).
           05  FILLER                  PIC X(03).
           05  AROUTO                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  AACCTO                  PIC X(17).
           05  FILLER                  PIC X(03).
           05  ATYPEO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ADRFTO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ASTATO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  ARTNSO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  ALDRTO                  PIC X(10).
           05  FILLER                  PIC X(03).
           05  ALAMTO                  PIC X(15).
           05  FILLER                  PIC X(03).
           05  AMSGO                   PIC X(60).
