      *> CUSTMAST after-image change journal.  Every program that
      *> opens the customer master I-O appends one record here per
      *> WRITE, REWRITE or DELETE of customer-record, carrying the
      *> record as it stood after the change, and brackets its run
      *> with a start and an end marker under its step name.  The
      *> nightly image copy starts each generation with an image
      *> marker, so a generation is everything that changed after
      *> that image was taken; the recovery utility restores the
      *> image and replays the generation forward to the end of a
      *> named step or to a timestamp.
       01  cust-journal-record.
           05  cjr-timestamp           PIC X(26).
           05  cjr-step-name           PIC X(8).
           05  cjr-action              PIC X.
               88  cjr-image-taken     VALUE "I".
               88  cjr-step-start      VALUE "S".
               88  cjr-step-end        VALUE "E".
               88  cjr-record-added    VALUE "A".
               88  cjr-record-changed  VALUE "C".
               88  cjr-record-deleted  VALUE "D".
           05  cjr-cust-key            PIC X(10).
      *> The customer-record after the change; on a delete, the
      *> record as it stood when it was deleted.
           05  cjr-after-image         PIC X(226).
      *> Image marker only: the business date the image was taken
      *> for and the records it holds, so the recovery can prove
      *> it restored the whole image before it replays anything.
           05  cjr-image-detail REDEFINES cjr-after-image.
               10  cjr-image-busdate   PIC 9(8).
               10  cjr-image-count     PIC 9(9).
               10  FILLER              PIC X(209).
