      * level mapping climb it.  Blank = top of the tree, which is
      * every code that existed before the field did.
           05 CCM-PARENT      PIC X(04).
      * The legal entity the center belongs to.  A posting to an
      * account of one entity charged to a center of another is
      * an intercompany posting, which CONSOL eliminates on
      * consolidation.  Blank = not assigned.
           05 CCM-ENTITY      PIC X(04).
