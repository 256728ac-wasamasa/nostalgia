      *> HISTREC - one record on the keyed history master (a VSAM
      *> KSDS): the 57-byte audit record exactly as the run logged it,
      *> behind a 23-byte key of date, station and record type. seq
      *> numbers the records sharing a date/station/type (a station's
      *> 'I' records, one per ingredient) in the order they were
      *> folded, so every key is unique and a report can position on
      *> its start date and stop reading at its end date.
       01  hm-history-rec.
           05  hm-key.
               10  hm-date        pic x(8).
               10  hm-station-id  pic x(10).
               10  hm-rec-type    pic x.
               10  hm-seq         pic 9(4).
           05  hm-audit-image     pic x(57).
