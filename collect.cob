      *              operator's password the way payroll's
      *              supervisor check does; knowing an OperID alone
      *              no longer signs anyone on here.
      *   2021-09-15 Brownies - disputed items (IMDisputed) stay off
      *              the over-60 worklist; the dispute program and
      *              the disprpt report are where they get chased.
      *   2021-09-17 Brownies - a returned check's NSF and NSD lines
      *              on payments.txt are not a promise kept.
      *   2021-09-21 Brownies - nor is a refund's RFD line.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                COMPUTE WorkOpen = ZERO - WorkOpen
             END-IF
             IF IMOpen AND WorkOpen NOT = ZERO
                AND NOT IMDisputed
                MOVE RunDate TO DCDate1
                MOVE IMInvDate TO DCDate2
                CALL "DATECALC" USING DCDate1, DCDate2, "D",
                      PERFORM VARYING WSSub FROM 1 BY 1
                         UNTIL WSSub > WorkCount
                         IF WKCustID(WSSub) = PayCustID
                            AND PayInvRef(1:3) NOT = "NSF"
                            AND PayInvRef(1:3) NOT = "NSD"
                            AND PayInvRef(1:3) NOT = "RFD"
                            AND WKProm(WSSub) = 'Y'
                            AND PayDate >= WKContDate(WSSub)
                            MOVE 'Y' TO WKPaidSince(WSSub)
