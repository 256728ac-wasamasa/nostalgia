      *> CHGLOG - one applied master-file change, kept forever so any
      *> recipe ratio, par level, price or calendar line can be traced
      *> to who changed it and what it said before. the images are the
      *> master record exactly as it sat on the file: before is blank
      *> for an add, after is blank for a delete. action is 'A' add,
      *> 'C' change or 'D' delete; file is the master's DD name.
       01  chglog-rec.
           05  cl-date     pic x(8).
           05  cl-time     pic x(8).
           05  cl-operator pic x(8).
           05  cl-file     pic x(8).
           05  cl-action   pic x.
           05  cl-before   pic x(41).
           05  cl-after    pic x(41).
