       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAST-IMAGE-V1.
      *> Nightly CUSTMAST image copy, taken ahead of the first step
      *> in the chain that updates the master.  Copies every
      *> customer-record in key order to the dated CUSTIMG
      *> generation, then starts tonight's CUSTJRNL generation with
      *> an image marker carrying the business date and the count
      *> of records copied.  Every updater from here on appends its
      *> after-images to that generation, so the image and the
      *> journal together can rebuild the master to any point in
      *> the night -- see CUSTMAST-RECOVER-V1.
      *>
      *> The step runs after the day close has proved the drops,
      *> so no intra-day posting can land between the image and the
      *> first journal record.  A master that will not open, or an
      *> image that does not write clean, ends RETURN-CODE 12: the
      *> chain must not update a master it cannot recover.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNULINUX.
       OBJECT-COMPUTER.  GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cust-key
               FILE STATUS IS ws-customer-status.

      *> CUSTIMG and CUSTJRNL are both GDG bases at the JCL level:
      *> each night's image lands in its own generation, and the
      *> journal generation started here belongs with it.
           SELECT image-file ASSIGN TO "CUSTIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-image-status.

           SELECT cust-journal ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cust-journal-status.

      *> Tonight's business date, eight digits, maintained by the
      *> date roll.  Defaults to today when the card is absent.
           SELECT busdate-card ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.

      *> Shared step-timing log; a start and an end stamp per run
      *> feed the weekly batch-window trend report.
           SELECT step-timing ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-step-timing-status.

       DATA DIVISION.
       FILE SECTION.
       FD  customer-file.
       COPY CUSTREC.

       FD  image-file
           RECORDING MODE IS F.
       01  image-record                PIC X(226).

       FD  cust-journal
           RECORDING MODE IS F.
       COPY CUSTJRNL.

       FD  busdate-card.
       01  busdate-line                PIC X(8).

       FD  step-timing
           RECORDING MODE IS F.
       COPY STEPTIME.

       WORKING-STORAGE SECTION.
       01  ws-step-timing-status      PIC XX.
       01  ws-file-status.
           05  ws-customer-status      PIC XX.
           05  ws-image-status         PIC XX.
           05  ws-cust-journal-status  PIC XX.
           05  ws-busdate-status       PIC XX.

       01  ws-flags.
           05  no-more-customers-sw    PIC X VALUE "N".
               88  no-more-customers   VALUE "Y".
           05  image-failed-sw         PIC X VALUE "N".
               88  image-failed        VALUE "Y".

       01  ws-business-date            PIC 9(8).
       01  ws-image-count              PIC 9(9) VALUE ZERO.
       01  ws-image-balance            PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT image-failed
               PERFORM 2000-COPY-CUSTOMER
                   UNTIL no-more-customers
               PERFORM 3000-FINALIZE
           END-IF
           PERFORM 9810-LOG-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSDATE
           OPEN INPUT customer-file
           IF ws-customer-status NOT = "00"
               DISPLAY "CUSTMAST WILL NOT OPEN, STATUS "
                   ws-customer-status " - NO IMAGE TAKEN"
               SET image-failed TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT image-file
           END-IF.

       1100-READ-BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-business-date
           OPEN INPUT busdate-card
           IF ws-busdate-status = "00"
               READ busdate-card
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE busdate-line TO ws-business-date
               END-READ
               CLOSE busdate-card
           END-IF.

       2000-COPY-CUSTOMER.
           READ customer-file NEXT RECORD
               AT END
                   SET no-more-customers TO TRUE
           END-READ
           IF NOT no-more-customers
               WRITE image-record FROM customer-record
               IF ws-image-status NOT = "00"
                   DISPLAY "CUSTIMG WRITE FAILED, STATUS "
                       ws-image-status " AT " cust-key
                   SET image-failed TO TRUE
                   SET no-more-customers TO TRUE
               ELSE
                   ADD 1 TO ws-image-count
                   ADD cust-balance TO ws-image-balance
               END-IF
           END-IF.

      *> The journal generation is started only over a clean
      *> image; a failed image leaves no marker, and the recovery
      *> refuses a journal that does not open with one.
       3000-FINALIZE.
           CLOSE customer-file, image-file
           IF image-failed
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT cust-journal
               MOVE FUNCTION CURRENT-DATE TO cjr-timestamp
               MOVE "CUSTIMG" TO cjr-step-name
               SET cjr-image-taken TO TRUE
               MOVE SPACES TO cjr-cust-key
               MOVE SPACES TO cjr-after-image
               MOVE ws-business-date TO cjr-image-busdate
               MOVE ws-image-count TO cjr-image-count
               WRITE cust-journal-record
               CLOSE cust-journal
           END-IF
           DISPLAY "CUSTMAST IMAGE COPY COMPLETE"
           DISPLAY "  BUSINESS DATE:      " ws-business-date
           DISPLAY "  RECORDS COPIED:     " ws-image-count
           DISPLAY "  BALANCE COPIED:     " ws-image-balance.

      *> One start and one end stamp per run, appended to the
      *> shared step-timing log the batch-window trend report
      *> pairs up.  EXTEND with the first-run OUTPUT fallback, the
      *> same pattern the RUNSTATS writers use.
       9800-LOG-STEP-START.
           MOVE "S" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9810-LOG-STEP-END.
           MOVE "E" TO stp-phase
           PERFORM 9850-WRITE-STEP-STAMP.

       9850-WRITE-STEP-STAMP.
           OPEN EXTEND step-timing
           IF ws-step-timing-status NOT = "00"
               OPEN OUTPUT step-timing
           END-IF
           MOVE "IMGCOPY" TO stp-step-name
           MOVE FUNCTION CURRENT-DATE TO stp-timestamp
           WRITE step-timing-record
           CLOSE step-timing.
