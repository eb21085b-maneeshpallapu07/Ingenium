      *****************************************************************
      **  MEMBER :  ACPIECMX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            EARLY-CLAIM MATCH-BACK REGISTER - EACH CLAIM     **
      **            WITH THE UNDERWRITING PATH OF ITS APPLICATION    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ECMX-1000-READ.
      *---------------

           MOVE ZERO                   TO WECMX-SEQ-IO-STATUS.

           READ ECMX-DATA-FILE
                AT END
                MOVE '08'            TO WECMX-SEQ-IO-STATUS
                GO TO ECMX-1000-READ-X.

           IF  RECMX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WECMX-SEQ-IO-STATUS
           END-IF.

           IF  WECMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECMX-9000-HANDLE-ERROR
                   THRU ECMX-9000-HANDLE-ERROR-X
           END-IF.

       ECMX-1000-READ-X.
           EXIT.
      /
      *----------------
       ECMX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WECMX-SEQ-IO-STATUS.

           WRITE RECMX-SEQ-REC-INFO.

           IF  WECMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECMX-9000-HANDLE-ERROR
                   THRU ECMX-9000-HANDLE-ERROR-X
           END-IF.

       ECMX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       ECMX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WECMX-SEQ-IO-STATUS.

           OPEN INPUT ECMX-DATA-FILE.

           IF  WECMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECMX-9000-HANDLE-ERROR
                   THRU ECMX-9000-HANDLE-ERROR-X
           END-IF.

       ECMX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       ECMX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WECMX-SEQ-IO-STATUS.

           OPEN OUTPUT ECMX-DATA-FILE.

           IF  WECMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECMX-9000-HANDLE-ERROR
                   THRU ECMX-9000-HANDLE-ERROR-X
           END-IF.

       ECMX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ECMX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WECMX-SEQ-IO-STATUS.

           CLOSE ECMX-DATA-FILE.

           IF  WECMX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECMX-9000-HANDLE-ERROR
                   THRU ECMX-9000-HANDLE-ERROR-X
           END-IF.

       ECMX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ECMX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WECMX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WECMX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WECMX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ECMX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIECMX                    **
      *****************************************************************
