      *****************************************************************
      **  MEMBER :  ACSRCSMO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE REINSURANCE CESSION MASTER **
      **            (NEW GENERATION) WRITTEN BY ASBM9505.  ONE ROW   **
      **            PER CEDED COVERAGE AND TREATY SHARE STILL IN     **
      **            FORCE WITH THE REINSURER, CARRIED MONTH TO MONTH **
      **            SO THE BORDEREAU CAN BILL THE PERIOD'S PREMIUM   **
      **            AND REVERSE A CESSION WHOSE APPLICATION IS LATER **
      **            CANCELLED OR BACKED OUT                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCSMO-SEQ-REC-INFO.
           05  RCSMO-APP-ID              PIC X(15).
           05  RCSMO-STCKR-ID            PIC X(11).
           05  RCSMO-PLAN-ID             PIC X(15).
           05  RCSMO-TRTY-ID             PIC X(08).
           05  RCSMO-REINSR-ID           PIC X(08).
           05  RCSMO-CEDED-AMT           PIC 9(13)V9(02).
           05  RCSMO-SHARE-PCT           PIC 9(03)V9(02).
           05  RCSMO-PREM-RATE           PIC 9(03)V9(04).
           05  RCSMO-RETN-LIMIT-AMT      PIC 9(13).
           05  RCSMO-CESS-DT             PIC 9(08).
           05  RCSMO-FAC-IND             PIC X(01).
           05  FILLER                    PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCSMO                    **
      *****************************************************************
