      *****************************************************************
      **  MEMBER :  ACPIMPRX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MODEL-EXPANDED FUND ALLOCATION EXTRACT           **
      **            WRITTEN BY ASBM9516 IN THE RUFND LAYOUT          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       MPRX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMPRX-SEQ-IO-STATUS.

           WRITE RMPRX-SEQ-REC-INFO.

           IF  WMPRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRX-9000-HANDLE-ERROR
                   THRU MPRX-9000-HANDLE-ERROR-X
           END-IF.

       MPRX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       MPRX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMPRX-SEQ-IO-STATUS.

           OPEN OUTPUT MPRX-DATA-FILE.

           IF  WMPRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRX-9000-HANDLE-ERROR
                   THRU MPRX-9000-HANDLE-ERROR-X
           END-IF.

       MPRX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MPRX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMPRX-SEQ-IO-STATUS.

           CLOSE MPRX-DATA-FILE.

           IF  WMPRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MPRX-9000-HANDLE-ERROR
                   THRU MPRX-9000-HANDLE-ERROR-X
           END-IF.

       MPRX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MPRX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMPRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMPRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMPRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MPRX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMPRX                    **
      *****************************************************************
