      *****************************************************************
      **  MEMBER :  ACPIPTAX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            QUARTERLY PREMIUM TAX ALLOCATION EXTRACT -       **
      **            FIRST-YEAR PREMIUM ON NEWLY ISSUED BUSINESS BY   **
      **            ISSUE LOCATION AND LINE OF BUSINESS              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       PTAX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WPTAX-SEQ-IO-STATUS.

           WRITE RPTAX-SEQ-REC-INFO.

           IF  WPTAX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PTAX-9000-HANDLE-ERROR
                   THRU PTAX-9000-HANDLE-ERROR-X
           END-IF.

       PTAX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       PTAX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WPTAX-SEQ-IO-STATUS.

           OPEN OUTPUT PTAX-DATA-FILE.

           IF  WPTAX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PTAX-9000-HANDLE-ERROR
                   THRU PTAX-9000-HANDLE-ERROR-X
           END-IF.

       PTAX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       PTAX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPTAX-SEQ-IO-STATUS.

           CLOSE PTAX-DATA-FILE.

           IF  WPTAX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PTAX-9000-HANDLE-ERROR
                   THRU PTAX-9000-HANDLE-ERROR-X
           END-IF.

       PTAX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PTAX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPTAX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPTAX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPTAX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PTAX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPTAX                    **
      *****************************************************************
