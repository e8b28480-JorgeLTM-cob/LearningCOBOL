      * FRTRATE - the freight rate table (frtrate.txt), keyed by
      * shipping zone and the top weight of a band, in the ITEMREC
      * copybook mold.  frtmaint maintains it; FRTCALC reads it so
      * every invoicing program charges freight the same way.
      *   2021-10-25 Brownies - first cut.  One record per zone and
      *              weight band: FRMaxWeight is the heaviest
      *              shipment, in whole pounds, the band's FRCharge
      *              (home dollars) covers, so a zone's bands read
      *              lightest first.  The zone comes off zipref.txt
      *              (ZRZone).  The record keyed zone blank, weight
      *              zero is the control record instead: FCFreeOver
      *              is the merchandise subtotal, home dollars, at
      *              or over which freight is not charged (zero =
      *              always charged).
                01 FreightData.
                   02 FRKey.
                      03 FRZone      PIC X(1).
                      03 FRMaxWeight PIC 9(5).
                   02 FRCharge    PIC 9(5)V99.
                   02 FILLER      PIC X(2).
                01 FreightCtlData.
                   02 FCKey       PIC X(6).
                   02 FCFreeOver  PIC 9(7)V99.
