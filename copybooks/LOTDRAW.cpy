      *> LOTDRAW - one draw-down against stock, kept forever so a
      *> supplier recall can be traced to the plates it reached.
      *> type 'P' is a pull off a stockroom lot for production (the
      *> nightly run's pull plan), 'T' a pick off a stockroom lot to
      *> a station's bench (the evening replenishment), and 'U' a
      *> station's own use on a requisition slip - bench stock carries
      *> no lot identity, so 'U' records have blank lot dates and the
      *> trace ties them to the lots picked to that station before.
      *> slip is the requisition slip the draw went out on (zero for
      *> a pick); recipe is blank for a pick.
       01  lotdraw-rec.
           05  ld-type      pic x.
           05  ld-date      pic x(8).
           05  ld-station   pic x(10).
           05  ld-recipe-id pic x(4).
           05  ld-slip      pic 9(6).
           05  ld-ing-id    pic x(8).
           05  ld-received  pic x(8).
           05  ld-expiry    pic x(8).
           05  ld-qty       pic 9(5).
