      *                CONVERSION HAS RUN - THE OLD FIXED-LENGTH
      *                FILE MUST NOT BE READ OR EXTENDED THROUGH
      *                THIS LAYOUT UNCONVERTED
                03  J-EFF-DATE             PIC X(8).
      *                YYYYMMDD EFFECTIVE DATE KEYED ON THE CARD -
      *                SPACES WHEN IT TOOK EFFECT THE NIGHT IT RAN.
      *                A DATE EARLIER THAN J-DATE IS A BACK-DATED
      *                CHANGE, WHICH RETROPAY PICKS UP.  ADDED AFTER
      *                J-BATCH-ID - JRNLCNV2 CONVERTS A JOURNAL
      *                WRITTEN BEFORE IT EXISTED
