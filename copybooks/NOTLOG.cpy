      *> The issue log keys on NPM + finding type + week, so a fresh
      *> out-of-section finding in a LATER week still notifies while
      *> the same week's finding never notifies twice. The week is
      *> spaces for the findings that are not week-scoped.
      *> Electronic delivery: NL-KIRIM-ID is the reference the notice
      *> went to the gateway under (run date + sequence; the gateway
      *> reference adds E or S for the channel), and each channel
      *> carries its own state, updated by NOTSTAT from the gateway's
      *> returns:  space not used   K sent, no return yet
      *>           T delivered      G bounced/failed
      *> A notice with no contact on file is logged with both
      *> channels unused; lines from before electronic delivery have
      *> no reference at all.
       01 NOTICE-LOG-RECORD.
           05 NL-DATE         PIC X(8).
           05 FILLER          PIC X.
           05 NL-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 NL-TYPE         PIC X(5).
           05 FILLER          PIC X.
           05 NL-MINGGU       PIC X(4).
           05 FILLER          PIC X.
           05 NL-KIRIM-ID     PIC X(12).
           05 FILLER          PIC X.
           05 NL-EMAIL-ST     PIC X.
           05 NL-SMS-ST       PIC X.
           05 FILLER          PIC X.
           05 NL-STATUS-TGL   PIC X(8).
