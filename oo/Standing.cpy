          05 Stand-Status          pic X(01).
             88 Stand-Is-Active       value "A".
             88 Stand-Is-Cancelled    value "X".
      *  suspended -- the source account's owner has died; the order
      *  stays on file for the estate to cancel or redirect
             88 Stand-Is-Suspended    value "S".
      *  destination routing: an internal order (the original kind,
      *  and what a blank means on records that predate the field)
      *  credits Stand-Target-Account on our own books; an external
