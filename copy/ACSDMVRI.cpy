      *****************************************************************
      **  MEMBER :  ACSDMVRI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            INBOUND MOTOR VEHICLE RECORD RESULTS FILE FROM   **
      **            THE MVR VENDOR - ONE ROW PER INSURED ORDERED     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MVRI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMVRI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMVRI                    **
      *****************************************************************
