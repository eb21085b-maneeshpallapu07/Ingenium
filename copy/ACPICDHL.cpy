      *****************************************************************
      **  MEMBER :  ACPICDHL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CARD DECLINE HOLD FILE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CDHL-1000-READ.
      *---------------

           MOVE ZERO                   TO WCDHL-SEQ-IO-STATUS.

           READ CDHL-DATA-FILE
                AT END
                MOVE '08'            TO WCDHL-SEQ-IO-STATUS
                GO TO CDHL-1000-READ-X.

           IF  RCDHL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCDHL-SEQ-IO-STATUS
           END-IF.

           IF  WCDHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CDHL-9000-HANDLE-ERROR
                   THRU CDHL-9000-HANDLE-ERROR-X
           END-IF.

       CDHL-1000-READ-X.
           EXIT.
      /
      *----------------
       CDHL-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCDHL-SEQ-IO-STATUS.

           WRITE RCDHL-SEQ-REC-INFO.

           IF  WCDHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CDHL-9000-HANDLE-ERROR
                   THRU CDHL-9000-HANDLE-ERROR-X
           END-IF.

       CDHL-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       CDHL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCDHL-SEQ-IO-STATUS.

           OPEN INPUT CDHL-DATA-FILE.

           IF  WCDHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CDHL-9000-HANDLE-ERROR
                   THRU CDHL-9000-HANDLE-ERROR-X
           END-IF.

       CDHL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       CDHL-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCDHL-SEQ-IO-STATUS.

           OPEN OUTPUT CDHL-DATA-FILE.

           IF  WCDHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CDHL-9000-HANDLE-ERROR
                   THRU CDHL-9000-HANDLE-ERROR-X
           END-IF.

       CDHL-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CDHL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCDHL-SEQ-IO-STATUS.

           CLOSE CDHL-DATA-FILE.

           IF  WCDHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CDHL-9000-HANDLE-ERROR
                   THRU CDHL-9000-HANDLE-ERROR-X
           END-IF.

       CDHL-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CDHL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCDHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCDHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCDHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CDHL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICDHL                    **
      *****************************************************************
