      *              lock on customer.txt: acquire before the
      *              update open, refuse with the holder's name
      *              when it is held, release on the way out.
      *   2021-12-10 Brownies - DelivPref, the delivery preference added
      *              to CUSTREC, starts blank (print) on a reworked new
      *              customer.
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
                   MOVE 'N' TO PostedOK
