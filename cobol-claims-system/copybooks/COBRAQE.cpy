      *>================================================================*
      *> COBRAQE.cpy — Continuation-coverage qualifying event
      *> (150 bytes)
      *> Layout: LINE SEQUENTIAL, appended — one row per member
      *> losing coverage through a qualifying event, handed to
      *> continuation-coverage (COBRA) administration to issue the
      *> election notice. CQE-LOSS-DATE is the last day covered;
      *> CQE-EVENT-DATE the day the event happened. DEPAGE writes
      *> the age-outs; ENRL834 writes the terminations on the
      *> enrollment feed whose 834 maintenance reason qualifies.
      *> COBRADM consumes the file into its case master.
      *>   TE termination of employment or retirement (18 months)
      *>   DV divorce or legal separation              (36 months)
      *>   DE death of the employee                    (36 months)
      *>   DA dependent child reached the plan's limiting age
      *>                                               (36 months)
      *> Name and address are optional here — the election notice
      *> is addressed off the member master.
      *>================================================================*
       01  COBRA-QUALIFYING-EVENT.
           05  CQE-MEMBER-ID           PIC X(10).
           05  CQE-MEMBER-NAME         PIC X(25).
           05  CQE-SUBSCRIBER-ID       PIC X(10).
           05  CQE-POLICY-ID           PIC X(5).
           05  CQE-EVENT-CODE          PIC X(2).
               88  CQE-EMPLOYMENT-ENDED    VALUE 'TE'.
               88  CQE-DIVORCE             VALUE 'DV'.
               88  CQE-EMPLOYEE-DEATH      VALUE 'DE'.
               88  CQE-DEPENDENT-AGE-OUT   VALUE 'DA'.
           05  CQE-EVENT-DATE          PIC 9(8).
           05  CQE-LOSS-DATE           PIC 9(8).
           05  CQE-ADDRESS-LINE1       PIC X(30).
           05  CQE-CITY                PIC X(15).
           05  CQE-STATE               PIC X(2).
           05  CQE-ZIP                 PIC X(9).
           05  CQE-REPORT-DATE         PIC 9(8).
           05  CQE-FILLER              PIC X(18).
