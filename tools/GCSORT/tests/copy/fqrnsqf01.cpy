      *-------------------------------------------------------------------------------*
      * fqrnsqf01.cpy
      * FD + record for the feed quarantine register (see
      * sqrnsqf01.cpy). GC97QUARANTINE declares the same line.
      *    qr-status       Q = in quarantine
      *                    R = released back to its inbound name
      *                    X = rejected for good (moved on to the
      *                        REJECTED directory under quarantine)
      *    qr-id           date-time stamp the feed was quarantined
      *                    under - also the suffix of its file name in
      *                    the quarantine directory
      *    qr-file         the feed's file name in quarantine
      *    qr-origin       where it was found - a release puts it back
      *                    there
      *    qr-program      the step that refused it, and the check
      *    qr-check          (MANIFEST, DOUBLEFEED, PREFLIGHT)
      *    qr-reason       why, as the step's own console line said
      *    qr-alert-*      the GC91ALERT event raised: severity,
      *                    whether it was routed (Y), and when
      *    qr-action-*     who released/rejected it, and when
      *-------------------------------------------------------------------------------*
       fd  quarfile.
       01  quarfile-record.
           05  qr-status            pic x(01).
           05  filler               pic x(01).
           05  qr-id                pic x(15).
           05  filler               pic x(01).
           05  qr-file              pic x(40).
           05  filler               pic x(01).
           05  qr-origin            pic x(60).
           05  filler               pic x(01).
           05  qr-program           pic x(10).
           05  filler               pic x(01).
           05  qr-check             pic x(10).
           05  filler               pic x(01).
           05  qr-reason            pic x(60).
           05  filler               pic x(01).
           05  qr-alert-sev         pic x(06).
           05  filler               pic x(01).
           05  qr-alert-ok          pic x(01).
           05  filler               pic x(01).
           05  qr-alert-ts          pic x(15).
           05  filler               pic x(01).
           05  qr-action-user       pic x(12).
           05  filler               pic x(01).
           05  qr-action-ts         pic x(15).
