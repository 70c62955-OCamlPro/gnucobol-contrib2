*> distribution lists existed
   05                             pic x(001).
   05 si-dest                     pic x(012).
*> when and where the copy was published as a web page - filled by
*> GC87SPOOL/GC87SPOOLPUB, spaces on registration
   05                             pic x(001).
   05 si-pub-ts                   pic x(015).
   05                             pic x(001).
   05 si-pub-at                   pic x(064).

fd  DistTabe.
01  dt-record.
