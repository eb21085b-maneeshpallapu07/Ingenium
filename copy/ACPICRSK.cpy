      *****************************************************************
      **  MEMBER :  ACPICRSK                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTRY RISK MASTER - ONE ROW PER                **
      **            DESTINATION/RESIDENCE COUNTRY AND EFFECTIVE      **
      **            DATE WITH ITS RISK TIER, MAXIMUM ISSUABLE FACE   **
      **            AND REQUIRED UNDERWRITING ACTION                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CRSK-1000-READ.
      *---------------

           MOVE ZERO                   TO WCRSK-SEQ-IO-STATUS.

           READ CRSK-DATA-FILE
                AT END
                MOVE '08'            TO WCRSK-SEQ-IO-STATUS
                GO TO CRSK-1000-READ-X.

           IF  RCRSK-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCRSK-SEQ-IO-STATUS
           END-IF.

           IF  WCRSK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CRSK-9000-HANDLE-ERROR
                   THRU CRSK-9000-HANDLE-ERROR-X
           END-IF.

       CRSK-1000-READ-X.
           EXIT.
      /
      *---------------------
       CRSK-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCRSK-SEQ-IO-STATUS.

           OPEN INPUT CRSK-DATA-FILE.

           IF  WCRSK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CRSK-9000-HANDLE-ERROR
                   THRU CRSK-9000-HANDLE-ERROR-X
           END-IF.

       CRSK-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CRSK-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCRSK-SEQ-IO-STATUS.

           CLOSE CRSK-DATA-FILE.

           IF  WCRSK-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CRSK-9000-HANDLE-ERROR
                   THRU CRSK-9000-HANDLE-ERROR-X
           END-IF.

       CRSK-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CRSK-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCRSK-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCRSK-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCRSK-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CRSK-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICRSK                    **
      *****************************************************************
