      *****************************************************************
      **  MEMBER :  ACPIMKPN                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MARKETING CONSENT PREFERENCE FILE - NEXT         **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       MKPN-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMKPN-SEQ-IO-STATUS.

           WRITE RMKPN-SEQ-REC-INFO.

           IF  WMKPN-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPN-9000-HANDLE-ERROR
                   THRU MKPN-9000-HANDLE-ERROR-X
           END-IF.

       MKPN-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       MKPN-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMKPN-SEQ-IO-STATUS.

           OPEN OUTPUT MKPN-DATA-FILE.

           IF  WMKPN-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPN-9000-HANDLE-ERROR
                   THRU MKPN-9000-HANDLE-ERROR-X
           END-IF.

       MKPN-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MKPN-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMKPN-SEQ-IO-STATUS.

           CLOSE MKPN-DATA-FILE.

           IF  WMKPN-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPN-9000-HANDLE-ERROR
                   THRU MKPN-9000-HANDLE-ERROR-X
           END-IF.

       MKPN-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MKPN-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMKPN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMKPN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMKPN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MKPN-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMKPN                    **
      *****************************************************************
