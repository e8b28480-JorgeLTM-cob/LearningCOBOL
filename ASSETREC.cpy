      * ASSETREC - the fixed-asset register (assets.txt), keyed by
      * asset number, one record per van, computer or piece of shop
      * equipment.  famaint maintains it and disposes of assets;
      * deprun depreciates it month by month into gljournal.txt.
      *   2021-10-17 Brownies - first cut.  FALife is the useful life
      *              in months.  FAMethod S is straight line - cost
      *              less salvage spread evenly over the life - and
      *              D is double-declining balance on the net book
      *              value, the last month of the life taking it
      *              down to salvage.  FALastDepPer is the last
      *              YYYYMM period depreciated, so a period is never
      *              charged twice.  A disposed asset keeps its
      *              record with the date and proceeds.
                01 AssetData.
                   02 FANum       PIC 9(6).
                   02 FADesc      PIC X(30).
                   02 FABranch    PIC X(3).
                   02 FAAcqDate   PIC 9(8).
                   02 FACost      PIC 9(7)V99.
                   02 FALife      PIC 9(3).
                   02 FAMethod    PIC X(1).
                      88 FAStraightLine VALUE 'S'.
                      88 FADeclining    VALUE 'D'.
                   02 FASalvage   PIC 9(7)V99.
                   02 FAAccumDep  PIC 9(7)V99.
                   02 FALastDepPer PIC 9(6).
                   02 FAStatus    PIC X(1).
                      88 FAActive   VALUE 'A'.
                      88 FADisposed VALUE 'D'.
                   02 FADispDate  PIC 9(8).
                   02 FADispAmt   PIC 9(7)V99.
