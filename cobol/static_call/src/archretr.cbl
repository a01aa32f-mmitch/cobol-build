      * A journal run's header is held back until one of its detail
      * lines matches, then written ahead of that line; the trailer
      * follows only for runs that contributed lines.
       01 HELD-RUN-HEADER PIC X(216).
       01 RUN-CONTRIBUTED-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-CONTRIBUTED VALUE 'Y'.
       01 HEADER-HELD-SWITCH PIC X(01) VALUE 'N'.
