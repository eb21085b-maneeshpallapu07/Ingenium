      *****************************************************************
      **  MEMBER :  ACSRCSMI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE REINSURANCE CESSION MASTER **
      **            (OLD GENERATION) READ BY ASBM9505.  ONE ROW PER  **
      **            CEDED COVERAGE AND TREATY SHARE STILL IN FORCE   **
      **            WITH THE REINSURER, CARRIED MONTH TO MONTH SO    **
      **            THE BORDEREAU CAN BILL THE PERIOD'S PREMIUM AND  **
      **            REVERSE A CESSION WHOSE APPLICATION IS LATER     **
      **            CANCELLED OR BACKED OUT                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCSMI-SEQ-REC-INFO.
           05  RCSMI-APP-ID              PIC X(15).
           05  RCSMI-STCKR-ID            PIC X(11).
           05  RCSMI-PLAN-ID             PIC X(15).
           05  RCSMI-TRTY-ID             PIC X(08).
           05  RCSMI-REINSR-ID           PIC X(08).
           05  RCSMI-CEDED-AMT           PIC 9(13)V9(02).
           05  RCSMI-SHARE-PCT           PIC 9(03)V9(02).
           05  RCSMI-PREM-RATE           PIC 9(03)V9(04).
           05  RCSMI-RETN-LIMIT-AMT      PIC 9(13).
           05  RCSMI-CESS-DT             PIC 9(08).
           05  RCSMI-FAC-IND             PIC X(01).
           05  FILLER                    PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCSMI                    **
      *****************************************************************
