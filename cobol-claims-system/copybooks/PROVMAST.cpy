      *> provider's statistics against the norms of its specialty,
      *> not the whole network; maintained through PRVMMNT
           05  PRV-SPECIALTY              PIC X(3).
      *> The ancillary specialties the federal surprise-billing
      *> rules protect when they bill out of network from an
      *> in-network facility: anesthesiology, radiology,
      *> pathology, laboratory, neonatology, emergency medicine,
      *> assistant surgeon, hospitalist and intensivist
               88  PRV-NSA-ANCILLARY       VALUE 'ANE' 'RAD' 'PTH'
                                           'LAB' 'NEO' 'EME' 'ASU'
                                           'HSP' 'ICU'.
      *> Payment suspension — set through PRVMMNT when special
      *> investigations opens a case. Claims adjudicate normally,
      *> but CLMPROC writes the provider's payment records to the
               88  PRV-PAYMENT-HELD        VALUE 'H'.
           05  PRV-HOLD-REASON            PIC X(3).
           05  PRV-HOLD-DATE              PIC 9(8).
      *> Banking verification — PRVMMNT stamps these when a second
      *> user approves a banking change (BANKCHG.cpy) and queues
      *> the zero-dollar prenote CLMACH sends. Until the clear
      *> date passes the provider is paid by check; a returned
      *> prenote keeps it on check until the banking is changed
      *> again. Blank status is banking that has been proved.
           05  PRV-BANK-STATUS            PIC X(1).
               88  PRV-BANK-VERIFIED       VALUE ' '.
               88  PRV-BANK-PRENOTE        VALUE 'P'.
               88  PRV-BANK-RETURNED       VALUE 'R'.
           05  PRV-BANK-CHANGE-DATE       PIC 9(8).
           05  PRV-PRENOTE-CLEAR-DATE     PIC 9(8).
           05  PRV-FILLER                 PIC X(1).
