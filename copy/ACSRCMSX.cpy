      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
716359**  22AUG26  DEV    CREATED FOR COMMISSION FEED                **
604519**  15OCT26  DEV    SERVICING AGENT ON THE DETAIL AND A NEW    **
604519**                  SERVICING-CHANGE RECORD FOR AN ISSUED      **
604519**                  POLICY WHOSE AGENT HAS TERMINATED          **
      *****************************************************************

       01  RCMSX-SEQ-REC-INFO.
           05  RCMSX-REC-TYP-CD          PIC X(01).
               88  RCMSX-REC-TYP-DETAIL         VALUE 'D'.
               88  RCMSX-REC-TYP-TRAILER        VALUE 'T'.
604519         88  RCMSX-REC-TYP-SERV-CHG       VALUE 'S'.
           05  RCMSX-DETAIL-DATA.
               10  RCMSX-POL-ID          PIC X(10).
               10  RCMSX-APP-ID          PIC X(15).
               10  RCMSX-AGT-ID          PIC X(06).
               10  RCMSX-SHR-PCT         PIC 9(03)V9(02).
               10  RCMSX-CMSN-PREM-AMT   PIC 9(13)V9(02).
604519         10  RCMSX-SERV-AGT-ID     PIC X(06).
604519         10  FILLER                PIC X(27).
           05  RCMSX-TRAILER-DATA REDEFINES RCMSX-DETAIL-DATA.
               10  RCMSX-TRL-REC-CNT     PIC 9(09).
               10  RCMSX-TRL-PREM-HASH   PIC 9(15)V9(02).
               10  FILLER                PIC X(73).
604519     05  RCMSX-SERV-CHG-DATA REDEFINES RCMSX-DETAIL-DATA.
604519         10  RCMSX-SC-POL-ID       PIC X(10).
604519         10  RCMSX-SC-APP-ID       PIC X(15).
604519         10  RCMSX-SC-OLD-AGT-ID   PIC X(06).
604519         10  RCMSX-SC-NEW-AGT-ID   PIC X(06).
604519         10  RCMSX-SC-EFF-DT       PIC X(10).
604519         10  FILLER                PIC X(52).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCMSX                    **
