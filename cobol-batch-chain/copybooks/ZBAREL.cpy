      *>================================================================*
      *> ZBAREL.cpy — Zero-Balance Sweep Relationship Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, ops-maintained, one row per
      *> subsidiary operating account swept to a business customer's
      *> concentration account. ZBASWEEP reads it after posting.
      *> Several rows naming the same ZBA-CONCENTRATION-ID make up
      *> one customer's sweep structure. ZBA-TREASURER names the
      *> customer contact the activity report is addressed to, and
      *> it is taken from the first row for that concentration
      *> account. A row marked ZBA-SUSPENDED stays on file but is
      *> not swept.
      *>================================================================*
       01  ZBA-RELATIONSHIP-RECORD.
           05  ZBA-CONCENTRATION-ID   PIC X(8).
           05  ZBA-SUBSIDIARY-ID      PIC X(8).
           05  ZBA-TREASURER          PIC X(25).
           05  ZBA-STATUS             PIC X(1).
               88  ZBA-ACTIVE             VALUE 'A'.
               88  ZBA-SUSPENDED          VALUE 'S'.
           05  ZBA-FILLER             PIC X(8).
