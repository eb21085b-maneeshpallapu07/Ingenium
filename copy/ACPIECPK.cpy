      *****************************************************************
      **  MEMBER :  ACPIECPK                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CONTESTABLE-INVESTIGATION PACKET - WHAT WAS      **
      **            DISCLOSED AT APPLICATION                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ECPK-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WECPK-SEQ-IO-STATUS.

           WRITE RECPK-SEQ-REC-INFO.

           IF  WECPK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECPK-9000-HANDLE-ERROR
                   THRU ECPK-9000-HANDLE-ERROR-X
           END-IF.

       ECPK-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ECPK-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WECPK-SEQ-IO-STATUS.

           OPEN OUTPUT ECPK-DATA-FILE.

           IF  WECPK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECPK-9000-HANDLE-ERROR
                   THRU ECPK-9000-HANDLE-ERROR-X
           END-IF.

       ECPK-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ECPK-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WECPK-SEQ-IO-STATUS.

           CLOSE ECPK-DATA-FILE.

           IF  WECPK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECPK-9000-HANDLE-ERROR
                   THRU ECPK-9000-HANDLE-ERROR-X
           END-IF.

       ECPK-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ECPK-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WECPK-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WECPK-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WECPK-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ECPK-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIECPK                    **
      *****************************************************************
