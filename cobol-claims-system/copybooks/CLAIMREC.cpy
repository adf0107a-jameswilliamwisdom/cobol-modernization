               10  CFH-ADMIT-TYPE         PIC X(1).
               10  CFH-ADMIT-SOURCE       PIC X(1).
               10  CFH-DISCHARGE-STATUS   PIC X(2).
      *> Service facility the care was rendered in (837 NM1*77),
      *> when it differs from the billing provider; spaces when
      *> none was sent. CLMPROC's surprise-billing test looks at
      *> whether this facility is in network.
               10  CFH-FACILITY-ID        PIC X(10).
               10  CFH-HEADER-FILLER      PIC X(41).
           05  CFR-SERVICE-BODY REDEFINES CFR-BODY.
               10  CFS-LINE-NUMBER        PIC 9(2).
               10  CFS-PROCEDURE-CODE     PIC X(5).
      *> spaces on every non-drug line. CLMPROC prices an NDC line
      *> at units times the drug master's unit price
               10  CFS-NDC-CODE           PIC X(11).
      *> Dental (837D) line detail off the TOO and SV3 segments —
      *> the tooth (01-32 permanent, A-T primary), up to five
      *> surfaces (M O D B L I F), and the oral cavity area
      *> (01/02 arch, 10/20/30/40 quadrant); spaces on every
      *> medical line
               10  CFS-TOOTH-NUMBER       PIC X(2).
               10  CFS-TOOTH-SURFACES     PIC X(5).
               10  CFS-ORAL-AREA          PIC X(2).
               10  CFS-SVC-FILLER         PIC X(121).
           05  CFR-ADJ-BODY REDEFINES CFR-BODY.
               10  CFA-LINE-NUMBER        PIC 9(2).
               10  CFA-ALLOWED-AMT        PIC S9(7)V99 COMP-3.
                   88  CFA-PARTIAL         VALUE 'PR'.
                   88  CFA-PENDED          VALUE 'PN'.
               10  CFA-REASON-CODE        PIC X(3).
      *> The network status the line priced at off the fee schedule
      *> (Y/N), before any surprise-billing protection treated it
      *> as in-network; spaces on a line denied before pricing
               10  CFA-NETWORK-STATUS     PIC X(1).
               10  CFA-ADJ-FILLER         PIC X(157).
           05  CFR-PAY-BODY REDEFINES CFR-BODY.
               10  CFP-PAY-METHOD         PIC X(1).
                   88  CFP-CHECK           VALUE 'C'.
