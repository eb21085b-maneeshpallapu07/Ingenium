      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
716359**  22AUG26  DEV    CREATED FOR COMMISSION FEED                **
418263**  15OCT26  DEV    READ AND OPEN INPUT FOR THE FEED HISTORY   **
418263**                  READ BACK BY ASBM9540                      **
      *****************************************************************

      *----------------

       CMSX-1000-WRITE-X.
           EXIT.
418263/
418263*---------------
418263 CMSX-2000-READ.
418263*---------------

418263     MOVE ZERO                   TO WCMSX-SEQ-IO-STATUS.

418263     READ CMSX-DATA-FILE
418263          AT END
418263          MOVE '08'            TO WCMSX-SEQ-IO-STATUS
418263          GO TO CMSX-2000-READ-X.

418263     IF  RCMSX-SEQ-REC-INFO EQUAL HIGH-VALUES
418263         MOVE '08'            TO WCMSX-SEQ-IO-STATUS
418263     END-IF.

418263     IF  WCMSX-SEQ-FILE-STATUS  NOT = ZERO
418263         PERFORM  CMSX-9000-HANDLE-ERROR
418263             THRU CMSX-9000-HANDLE-ERROR-X
418263     END-IF.

418263 CMSX-2000-READ-X.
418263     EXIT.
418263/
418263*---------------------
418263 CMSX-3000-OPEN-INPUT.
418263*---------------------

418263     MOVE ZERO                   TO WCMSX-SEQ-IO-STATUS.

418263     OPEN INPUT CMSX-DATA-FILE.

418263     IF  WCMSX-SEQ-FILE-STATUS  NOT = ZERO
418263         PERFORM  CMSX-9000-HANDLE-ERROR
418263             THRU CMSX-9000-HANDLE-ERROR-X
418263     END-IF.

418263 CMSX-3000-OPEN-INPUT-X.
418263     EXIT.
      /
      *------------------------
       CMSX-4000-OPEN-OUTPUT.
