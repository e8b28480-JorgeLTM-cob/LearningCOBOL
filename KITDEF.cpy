      * KITDEF - kit definitions (kitdef.txt), one record per
      * component of a kit, keyed by the kit's item code and the
      * component's item code, in the POLINE mold.  The kit is
      * itself an item on ITEMREC - that is where its price,
      * description and taxable flag live - and anything with
      * components on this file is a kit.  itemmnt maintains it;
      * round and stordgen sell a kit as one priced line and
      * relieve the components; stockrpt shows what the component
      * stock can build.
      *   2021-10-15 Brownies - first cut.  KDQty is how many of the
      *              component go into one kit.  Kits are one level
      *              deep: a component cannot itself be a kit.
                01 KitData.
                   02 KDKey.
                      03 KDKitCode  PIC X(8).
                      03 KDCompCode PIC X(8).
                   02 KDQty      PIC 9(3).
