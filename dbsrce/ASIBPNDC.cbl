      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
487159**  22AUG26   CREATED FOR TWO-PERSON MAINTENANCE APPROVAL      **
703518**  15OCT26   PRIOR ROW IMAGE SELECTED AND STAMPED AT APPROVAL **
      *****************************************************************
      /
      **********************
                    RQST_DT,
                    APRV_USER_ID,
                    APRV_DT,
703518              XPIR_DT,
703518              PRIOR_IMAGE
                FROM TPNDC
                WHERE
                    CO_ID   = :WPNDC-CO-ID            AND
                    :RPNDC-RQST-DT,
                    :RPNDC-APRV-USER-ID,
                    :RPNDC-APRV-DT,
703518              :RPNDC-XPIR-DT,
703518              :RPNDC-PRIOR-IMAGE
           END-EXEC.


                    RQST_DT,
                    APRV_USER_ID,
                    APRV_DT,
703518              XPIR_DT,
703518              PRIOR_IMAGE
                INTO
                    :RPNDC-TBL-ID,
                    :RPNDC-ACTN-CD,
                    :RPNDC-RQST-DT,
                    :RPNDC-APRV-USER-ID,
                    :RPNDC-APRV-DT,
703518              :RPNDC-XPIR-DT,
703518              :RPNDC-PRIOR-IMAGE
                FROM TPNDC
                WHERE
                    CO_ID   = :WPNDC-CO-ID   AND
       8200-EXEC-UPDATE.
      ******************
      *
703518* THE ONLY UPDATABLE COLUMNS ARE THE DISPOSITION - STATUS,
703518* APPROVER, APPROVAL DATE AND THE LIVE ROW AS IT STOOD BEFORE
703518* THE CHANGE WAS APPLIED.  THE REQUESTED CHANGE ITSELF IS
      * NEVER EDITED IN PLACE; A WRONG PENDING CHANGE IS REJECTED
      * AND RE-KEYED.
      *
                    STAT_CD      = :RPNDC-STAT-CD,
                    APRV_USER_ID = :RPNDC-APRV-USER-ID,
                    APRV_DT      = :RPNDC-APRV-DT,
703518              XPIR_DT      = :RPNDC-XPIR-DT,
703518              PRIOR_IMAGE  = :RPNDC-PRIOR-IMAGE
                WHERE
                    CO_ID   = :WPNDC-CO-ID   AND
                    PNDC_ID = :WPNDC-PNDC-ID
