      *****************************************************************
      **  MEMBER :  ACSRMPRT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MODEL PORTFOLIO MASTER -   **
      **            ONE ROW PER MODEL, EFFECTIVE DATE AND FUND.      **
      **            A MODEL'S ROWS FOR ONE EFFECTIVE DATE ARE A      **
      **            VERSION OF THE MODEL AND MUST TOTAL 100%; A      **
      **            VERSION APPLIES FROM ITS EFFECTIVE DATE UNTIL    **
      **            THE NEXT VERSION'S.  SORTED BY MODEL, EFFECTIVE  **
      **            DATE AND FUND                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMPRT-SEQ-REC-INFO.
           05  RMPRT-KEY.
               10  RMPRT-MDL-PORT-CD         PIC X(05).
               10  RMPRT-EFF-DT              PIC X(10).
               10  RMPRT-FND-ID              PIC X(05).
           05  RMPRT-ALLOC-PCT               PIC 9(03)V9(04).
           05  FILLER                        PIC X(13).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMPRT                    **
      *****************************************************************
