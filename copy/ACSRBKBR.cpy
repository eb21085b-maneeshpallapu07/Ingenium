      *****************************************************************
      **  MEMBER :  ACSRBKBR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE BANK/BRANCH MASTER. ONE    **
      **            ROW PER BANK AND BRANCH CODE AS PUBLISHED BY THE **
      **            BANKING ASSOCIATION. A BRANCH MERGED INTO        **
      **            ANOTHER CARRIES THE SURVIVING BANK AND BRANCH    **
      **            CODES; A MERGER OR CLOSURE TAKES EFFECT ON THE   **
      **            STATUS DATE                                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RBKBR-SEQ-REC-INFO.
           05  RBKBR-BNK-ID                  PIC X(04).
           05  RBKBR-BR-ID                   PIC X(05).
           05  RBKBR-BNK-NM                  PIC X(20).
           05  RBKBR-BR-NM                   PIC X(20).
           05  RBKBR-STAT-CD                 PIC X(01).
               88  RBKBR-STAT-ACTIVE               VALUE 'A'.
               88  RBKBR-STAT-MERGED               VALUE 'M'.
               88  RBKBR-STAT-CLOSED               VALUE 'C'.
           05  RBKBR-STAT-EFF-DT             PIC X(10).
           05  RBKBR-NEW-BNK-ID              PIC X(04).
           05  RBKBR-NEW-BR-ID               PIC X(05).
           05  FILLER                        PIC X(11).

      *****************************************************************
      **                 END OF COPYBOOK ACSRBKBR                    **
      *****************************************************************
