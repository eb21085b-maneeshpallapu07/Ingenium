      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
642193**  22AUG26  DEV    CREATED FOR SUBSTANDARD RATING UPLOAD      **
318274**  15OCT26  DEV    MAP RTG_OFR_FACE_AMT - THE FACE OFFERED ON  **
318274**                  A REDUCED FACE (TYPE R) RATING ROW         **
      *****************************************************************

       ENVIRONMENT DIVISION.
               GO TO 4000-PROCESS-NUMERIC-FIELD-X
           END-IF.

318274     IF  RUFLD-UPLD-FLD-NM = 'RTG_OFR_FACE_AMT'
318274         MOVE 13                        TO L0280-LENGTH
318274         MOVE 2                         TO L0280-PRECISION
318274         MOVE LAPUP-INPUT-DATA          TO L0280-INPUT-DATA
318274         PERFORM  0280-1000-NUMERIC-EDIT
318274             THRU 0280-1000-NUMERIC-EDIT-X
318274         IF  L0280-OK
318274             COMPUTE RURTG-OFR-FACE-AMT
318274                 = L0280-OUTPUT / (10 ** L0280-PRECISION)
318274             MOVE WAPUP-C-YES           TO LAPUP-REC-CHANGED-SW
318274         ELSE
318274             MOVE WAPUP-C-NUM-CONV-ERR  TO LAPUP-RETURN-CD
318274             MOVE L0280-STATUS          TO LAPUP-SUB-RETURN-CD
318274         END-IF
318274         GO TO 4000-PROCESS-NUMERIC-FIELD-X
318274     END-IF.

           MOVE WAPUP-C-UNKNOWN-FIELD-ERR     TO LAPUP-RETURN-CD.

       4000-PROCESS-NUMERIC-FIELD-X.
