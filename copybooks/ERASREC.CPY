      ******************************************************************
      *    ERASREC.CPY
      *    Working-storage breakdown of the participant erasure
      *    register (song_erasure.dat) kept by SongErase - one line
      *    per former member removed at their request, never
      *    rewritten.  It holds only the anonymous placeholder the
      *    person now appears under, never the roster ID or name it
      *    replaced; the count of lines numbers the next placeholder
      *    (ANON0001, ANON0002, ...).  FILES and RECORDS are the
      *    totals on the run's erasure certificate.
      *    Layout on disk:
      *        PLACEHOLDER|STAMP|FILES|RECORDS|CERTIFICATE
      ******************************************************************
       01  ERA-REC.
           05  ERA-PLACEHOLDER     PIC X(8).
           05  ERA-STAMP           PIC X(19).
           05  ERA-FILES           PIC X(5).
           05  ERA-RECORDS         PIC X(7).
           05  ERA-CERT-NAME       PIC X(40).
