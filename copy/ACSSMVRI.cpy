      *****************************************************************
      **  MEMBER :  ACSSMVRI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            INBOUND MOTOR VEHICLE RECORD RESULTS FILE FROM   **
      **            THE MVR VENDOR - ONE ROW PER INSURED ORDERED     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MVRI-DATA-FILE  ASSIGN       TO ACSMVRI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMVRI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMVRI                    **
      *****************************************************************
