*> ir-title beside the id.
     01  item-record.
         10  ir-item-id                  pic X(08).
             88  ir-generation-control           values low-values
                                                         high-values.
         10  ir-title                    pic X(30).
         10  ir-author                   pic X(20).
         10  ir-material-type            pic X(01).
             88  ir-material-is-video            value "V".
         10  ir-replacement-cost         pic 9(03)V99
                                 usage packed-decimal.
*> ir-home-branch is the branch whose shelves the item belongs on,
*> so the annual shelf inventory (pminvrec) can tell which items a
*> branch's scan should have found.  ir-inventory-status is set by
*> that run: an item neither scanned nor out on loan is marked
*> missing, and the mark comes off when a later scan finds it or
*> it turns up on an open loan.  pmholdps refuses a hold on a
*> missing item.
         10  ir-home-branch              pic X(02).
         10  ir-inventory-status         pic X(01).
             88  ir-item-on-hand                 value space.
             88  ir-item-is-missing              value "M".
         10  filler                      pic X(03).
