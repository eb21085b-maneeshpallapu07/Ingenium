      *****************************************************************
      **  MEMBER :  ACSDMVRO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MOTOR VEHICLE RECORD ORDER EXTRACT - ONE ROW     **
      **            PER INSURED ORDERED AT IMPORT, SENT TO THE MVR   **
      **            VENDOR AND KEPT AS THE ORDER HISTORY THAT        **
      **            RESULTS ARE MATCHED BACK AGAINST                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MVRO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMVRO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMVRO                    **
      *****************************************************************
