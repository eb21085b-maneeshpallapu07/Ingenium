      *****************************************************************
      **  MEMBER :  ACSSIMPX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CODED IMPAIRMENT EXTRACT - ONE ROW PER INSURED   **
      **            AND IMPAIRMENT CODE ON EACH CONVERTED APPLICATION**
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  IMPX-DATA-FILE  ASSIGN       TO ACSIMPX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WIMPX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSIMPX                    **
      *****************************************************************
