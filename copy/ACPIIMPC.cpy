      *****************************************************************
      **  MEMBER :  ACPIIMPC                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IMPAIRMENT CODE MASTER - MAPS MEDICAL-EVIDENCE   **
      **            QUESTIONNAIRE STRUCTURES AND ANSWERS TO THE      **
      **            STANDARD IMPAIRMENT CODES                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       IMPC-1000-READ.
      *---------------

           MOVE ZERO                   TO WIMPC-SEQ-IO-STATUS.

           READ IMPC-DATA-FILE
                AT END
                MOVE '08'            TO WIMPC-SEQ-IO-STATUS
                GO TO IMPC-1000-READ-X.

           IF  RIMPC-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WIMPC-SEQ-IO-STATUS
           END-IF.

           IF  WIMPC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPC-9000-HANDLE-ERROR
                   THRU IMPC-9000-HANDLE-ERROR-X
           END-IF.

       IMPC-1000-READ-X.
           EXIT.
      /
      *---------------------
       IMPC-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WIMPC-SEQ-IO-STATUS.

           OPEN INPUT IMPC-DATA-FILE.

           IF  WIMPC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPC-9000-HANDLE-ERROR
                   THRU IMPC-9000-HANDLE-ERROR-X
           END-IF.

       IMPC-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       IMPC-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WIMPC-SEQ-IO-STATUS.

           CLOSE IMPC-DATA-FILE.

           IF  WIMPC-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  IMPC-9000-HANDLE-ERROR
                   THRU IMPC-9000-HANDLE-ERROR-X
           END-IF.

       IMPC-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       IMPC-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WIMPC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIMPC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIMPC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       IMPC-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIIMPC                    **
      *****************************************************************
