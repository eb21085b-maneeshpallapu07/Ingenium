      *****************************************************************
      **  MEMBER :  ACSSRTMI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            RETURNED-MAIL FILE FROM THE PRINT/MAIL           **
      **            VENDOR - ONE ROW PER LETTER OR POLICY KIT        **
      **            RETURNED UNDELIVERABLE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RTMI-DATA-FILE  ASSIGN       TO ACSRTMI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRTMI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRTMI                    **
      *****************************************************************
