      * transactions have been processed so far and the running total,
      * plus the result-record count and transaction hash total needed
      * to finish the control trailers correctly after a restart.
      * The held-transaction figures let a restart pick the re-drive of
      * the previous night's holds up where it stopped (CKPT-HOLD-DONE
      * records already read from HOLDIN) and still print the held
      * section with the whole night's counts.  The override figures
      * do the same for overrides queued for approval and for
      * supervisor decisions applied.  The extract figures split the
      * night's own transactions into rated, newly held and queued,
      * with their amounts, for the step's control totals.
      * CKPT-OVR-LAST-SEQ is the last override-queue sequence written
      * under the run date, so a restart can tell the items it queued
      * after the checkpoint from those it queued before.
      * CKPT-REDRIVE-QUEUED counts prior nights' holds that went to the
      * approval queue on re-drive instead of back on hold.
       01 CKPT-RECORD.
           05 CKPT-COUNT        PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-TRANS-HASH   PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-HELD-NEW     PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-HOLD-DONE    PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-RELEASED     PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-HELD-AMOUNT  PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-OVR-QUEUED   PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-OVR-APPROVED PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-OVR-DECLINED PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-RATED    PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-HELD     PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-QUEUED   PIC 9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-RATED-AMT PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-HELD-AMT PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-EXT-QUEUED-AMT PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-OVR-LAST-SEQ PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 CKPT-REDRIVE-QUEUED PIC 9(9).
