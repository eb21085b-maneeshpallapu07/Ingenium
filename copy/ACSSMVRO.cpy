      *****************************************************************
      **  MEMBER :  ACSSMVRO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  MVRO-DATA-FILE  ASSIGN       TO ACSMVRO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMVRO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMVRO                    **
      *****************************************************************
