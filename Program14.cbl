
       fd backup-file
           data record is bkp-rec
           record contains 41 characters.
      *One backup record, as T2-13-P1 writes it: 'H' header with the
      *run date, one 'D' record per master image, 'T' trailer with
      *the record count and salary hash total

       01 bkp-rec.
         05 bkp-rec-type               pic x.
         05 bkp-master-image           pic x(40).
      *Backup trailer view

       01 bkp-trl-rec.
         05 bkt-rec-type               pic x.
         05 bkt-rec-count              pic 9(6).
         05 bkt-salary-hash            pic 9(9).
         05 filler                     pic x(25).
      *File division

       fd master-file
           data record is mst-rec
           record contains 40 characters.
      *Employee master record, keyed on the 6-digit employee number

       01 mst-rec.
           88 mst-active                           value 'A'.
           88 mst-terminated                       value 'T'.
         05 mst-term-date              pic x(8).
         05 mst-hire-date              pic x(8).
      *File division

       fd print-file
