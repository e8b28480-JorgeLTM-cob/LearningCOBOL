      *              again later migrates through custunld (run
      *              with the prior build) and custreld - this
      *              program only knows the original layout.
      *   2021-12-10 Brownies - DelivPref, the delivery preference added
      *              to CUSTREC, starts blank (print) on a migrated
      *              record.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             MOVE SPACE TO BadAddrFlag
             MOVE ZERO TO BadAddrDate
             MOVE 1 TO StmtCycle
             MOVE SPACE TO TermsCode
             MOVE ZERO TO ParentID
             MOVE SPACE TO EInvFlag
             MOVE SPACE TO DelivPref
             WRITE CustomerData
                INVALID KEY
                   DISPLAY "Key collision on ID " IDNum
