      *****************************************************************
      **  MEMBER :  ACPISAPP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            SEPARATE ACCOUNT PURCHASE ORDER DAILY PROOF      **
      **            REPORT (PRINT IMAGE)                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       SAPP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSAPP-SEQ-IO-STATUS.

           WRITE RSAPP-SEQ-REC-INFO.

           IF  WSAPP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPP-9000-HANDLE-ERROR
                   THRU SAPP-9000-HANDLE-ERROR-X
           END-IF.

       SAPP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       SAPP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSAPP-SEQ-IO-STATUS.

           OPEN OUTPUT SAPP-DATA-FILE.

           IF  WSAPP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPP-9000-HANDLE-ERROR
                   THRU SAPP-9000-HANDLE-ERROR-X
           END-IF.

       SAPP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       SAPP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSAPP-SEQ-IO-STATUS.

           CLOSE SAPP-DATA-FILE.

           IF  WSAPP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPP-9000-HANDLE-ERROR
                   THRU SAPP-9000-HANDLE-ERROR-X
           END-IF.

       SAPP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SAPP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSAPP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSAPP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSAPP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SAPP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISAPP                    **
      *****************************************************************
