      *****************************************************************
      **  MEMBER :  ACPIRTMI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            RETURNED-MAIL FILE FROM THE PRINT/MAIL           **
      **            VENDOR - ONE ROW PER LETTER OR POLICY KIT        **
      **            RETURNED UNDELIVERABLE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       RTMI-1000-READ.
      *---------------

           MOVE ZERO                   TO WRTMI-SEQ-IO-STATUS.

           READ RTMI-DATA-FILE
                AT END
                MOVE '08'            TO WRTMI-SEQ-IO-STATUS
                GO TO RTMI-1000-READ-X.

           IF  RRTMI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WRTMI-SEQ-IO-STATUS
           END-IF.

           IF  WRTMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RTMI-9000-HANDLE-ERROR
                   THRU RTMI-9000-HANDLE-ERROR-X
           END-IF.

       RTMI-1000-READ-X.
           EXIT.
      /
      *---------------------
       RTMI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WRTMI-SEQ-IO-STATUS.

           OPEN INPUT RTMI-DATA-FILE.

           IF  WRTMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RTMI-9000-HANDLE-ERROR
                   THRU RTMI-9000-HANDLE-ERROR-X
           END-IF.

       RTMI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       RTMI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRTMI-SEQ-IO-STATUS.

           CLOSE RTMI-DATA-FILE.

           IF  WRTMI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RTMI-9000-HANDLE-ERROR
                   THRU RTMI-9000-HANDLE-ERROR-X
           END-IF.

       RTMI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RTMI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRTMI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRTMI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRTMI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RTMI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRTMI                    **
      *****************************************************************
