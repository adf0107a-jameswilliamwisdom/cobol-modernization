      *>================================================================*
      *> IDCARDX.cpy — ID Card Vendor Extract Record (250 bytes)
      *> Layout: LINE SEQUENTIAL, one row per card to print and mail,
      *> written nightly by IDCARD for the card vendor. Copays are
      *> the plan design's office-visit, emergency and outpatient
      *> copays; a policy with no plan design carries its flat
      *> copay as the office-visit copay. ICX-EVENTS lists the
      *> IDCARDH.cpy event codes that triggered the card.
      *>================================================================*
       01  ID-CARD-EXTRACT-RECORD.
           05  ICX-MEMBER-ID           PIC X(10).
           05  ICX-MEMBER-NAME         PIC X(25).
           05  ICX-SUBSCRIBER-ID       PIC X(10).
           05  ICX-SUBSCRIBER-NAME     PIC X(25).
           05  ICX-POLICY-ID           PIC X(5).
           05  ICX-POL-TYPE            PIC X(1).
           05  ICX-PLAN-ID             PIC X(5).
           05  ICX-PLAN-NAME           PIC X(20).
           05  ICX-PCP-ID              PIC X(10).
           05  ICX-PCP-NAME            PIC X(30).
           05  ICX-COPAY-OFFICE        PIC 9(3)V99.
           05  ICX-COPAY-ER            PIC 9(3)V99.
           05  ICX-COPAY-OUTPATIENT    PIC 9(3)V99.
           05  ICX-ADDRESS-LINE1       PIC X(30).
           05  ICX-CITY                PIC X(15).
           05  ICX-STATE               PIC X(2).
           05  ICX-ZIP                 PIC X(9).
           05  ICX-EFFECTIVE-DATE      PIC 9(8).
           05  ICX-ISSUE-DATE          PIC 9(8).
           05  ICX-EVENTS              PIC X(6).
           05  ICX-FILLER              PIC X(16).
