      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
487159**  22AUG26   CREATED FOR TWO-PERSON MAINTENANCE APPROVAL      **
703518**  15OCT26   PRIOR ROW IMAGE COLUMN ADDED TO THE INSERT       **
      *****************************************************************
      /
      **********************
                 RQST_DT,
                 APRV_USER_ID,
                 APRV_DT,
703518           XPIR_DT,
703518           PRIOR_IMAGE)
             VALUES
               (:RPNDC-CO-ID,
                :RPNDC-PNDC-ID,
                :RPNDC-RQST-DT,
                :RPNDC-APRV-USER-ID,
                :RPNDC-APRV-DT,
703518          :RPNDC-XPIR-DT,
703518          :RPNDC-PRIOR-IMAGE)
           END-EXEC.


