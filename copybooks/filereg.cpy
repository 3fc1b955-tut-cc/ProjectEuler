      *****************************************************
      * FILEREG - file control register entry layout. The
      * batch writes one R entry per registered data file at
      * end of job with the file's record count, hash total
      * of its key result field and high key. Each logged
      * maintenance run appends a B entry with the same
      * figures taken just before it changes the file and an
      * A entry taken just after, so the next night can walk
      * the chain from the batch's figures through every
      * maintenance run to the file as it stands. A file not
      * on disk reads N in the present flag, one that could
      * not be read E.
      *****************************************************
       01 REGISTER-RECORD.
           05 REG-ENTRY-TYPE  PIC X(01).
             88 REG-BATCH-ENTRY   VALUE "R".
             88 REG-BEFORE-ENTRY  VALUE "B".
             88 REG-AFTER-ENTRY   VALUE "A".
           05 REG-FILE-NAME   PIC X(12).
           05 REG-PROGRAM     PIC X(08).
           05 REG-DATE        PIC 9(08).
           05 REG-TIME        PIC 9(06).
           05 REG-PRESENT-SW  PIC X(01).
           05 REG-COUNT       PIC 9(09).
           05 REG-HASH        PIC 9(18).
           05 REG-HIGH-KEY    PIC X(24).
