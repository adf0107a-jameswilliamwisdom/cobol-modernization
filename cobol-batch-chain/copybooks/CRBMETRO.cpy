      *>================================================================*
      *> CRBMETRO.cpy — Metro 2 Credit-Reporting Records (character
      *> format). Working-storage images CRBUREAU builds each record
      *> in before writing it to the bureau file:
      *>
      *>   M2-HEADER-RECORD   426 bytes, first record of the file
      *>   M2-BASE-SEGMENT    426 bytes, one per reported line
      *>   M2-J1-SEGMENT      100 bytes, appended to the base for a
      *>                      joint owner at the primary's address
      *>   M2-J2-SEGMENT      200 bytes, appended for a joint owner
      *>                      at an address of their own
      *>   M2-TRAILER-RECORD  426 bytes, last record, with the counts
      *>                      the bureaus balance the file to
      *>
      *> Every record opens with its Record Descriptor Word — the
      *> record's length as four digits, appended segments included.
      *> Amounts are whole dollars, zero-filled; dates are MMDDYYYY,
      *> zero when there is none.
      *>================================================================*
       01  M2-HEADER-RECORD.
           05  M2H-RDW                PIC 9(4).
           05  M2H-RECORD-ID          PIC X(6).
           05  M2H-CYCLE-ID           PIC X(2).
           05  M2H-INNOVIS-ID         PIC X(10).
           05  M2H-EQUIFAX-ID         PIC X(10).
           05  M2H-EXPERIAN-ID        PIC X(5).
           05  M2H-TRANSUNION-ID      PIC X(10).
           05  M2H-ACTIVITY-DATE      PIC 9(8).
           05  M2H-DATE-CREATED       PIC 9(8).
           05  M2H-PROGRAM-DATE       PIC 9(8).
           05  M2H-REVISION-DATE      PIC 9(8).
           05  M2H-REPORTER-NAME      PIC X(40).
           05  M2H-REPORTER-ADDR      PIC X(96).
           05  M2H-REPORTER-PHONE     PIC X(10).
           05  M2H-VENDOR-NAME        PIC X(40).
           05  M2H-VENDOR-VERSION     PIC X(5).
           05  M2H-RESERVED           PIC X(156).

       01  M2-BASE-SEGMENT.
           05  M2B-RDW                PIC 9(4).
           05  M2B-PROCESSING-IND     PIC X(1).
           05  M2B-TIME-STAMP         PIC X(14).
           05  M2B-CORRECTION-IND     PIC X(1).
           05  M2B-IDENTIFICATION     PIC X(20).
           05  M2B-CYCLE-ID           PIC X(2).
           05  M2B-ACCOUNT-NUMBER     PIC X(30).
           05  M2B-PORTFOLIO-TYPE     PIC X(1).
           05  M2B-ACCOUNT-TYPE       PIC X(2).
           05  M2B-DATE-OPENED        PIC 9(8).
           05  M2B-CREDIT-LIMIT       PIC 9(9).
           05  M2B-HIGHEST-CREDIT     PIC 9(9).
           05  M2B-TERMS-DURATION     PIC X(3).
           05  M2B-TERMS-FREQUENCY    PIC X(1).
           05  M2B-SCHEDULED-PMT      PIC 9(9).
           05  M2B-ACTUAL-PMT         PIC 9(9).
           05  M2B-ACCOUNT-STATUS     PIC X(2).
           05  M2B-PAYMENT-RATING     PIC X(1).
           05  M2B-PAYMENT-PROFILE    PIC X(24).
           05  M2B-SPECIAL-COMMENT    PIC X(2).
           05  M2B-COMPLIANCE-CODE    PIC X(2).
           05  M2B-CURRENT-BALANCE    PIC 9(9).
           05  M2B-AMOUNT-PAST-DUE    PIC 9(9).
           05  M2B-ORIG-CHGOFF-AMT    PIC 9(9).
           05  M2B-DATE-ACCT-INFO     PIC 9(8).
           05  M2B-DATE-FIRST-DELQ    PIC 9(8).
           05  M2B-DATE-CLOSED        PIC 9(8).
           05  M2B-DATE-LAST-PMT      PIC 9(8).
           05  M2B-INTEREST-TYPE      PIC X(1).
           05  M2B-RESERVED-1         PIC X(17).
           05  M2B-SURNAME            PIC X(25).
           05  M2B-FIRST-NAME         PIC X(20).
           05  M2B-MIDDLE-NAME        PIC X(20).
           05  M2B-GENERATION-CODE    PIC X(1).
           05  M2B-SSN                PIC X(9).
           05  M2B-DATE-OF-BIRTH      PIC 9(8).
           05  M2B-TELEPHONE          PIC X(10).
           05  M2B-ECOA-CODE          PIC X(1).
           05  M2B-CONSUMER-INFO-IND  PIC X(2).
           05  M2B-COUNTRY-CODE       PIC X(2).
           05  M2B-ADDRESS-LINE1      PIC X(32).
           05  M2B-ADDRESS-LINE2      PIC X(32).
           05  M2B-CITY               PIC X(20).
           05  M2B-STATE              PIC X(2).
           05  M2B-POSTAL-CODE        PIC X(9).
           05  M2B-ADDRESS-IND        PIC X(1).
           05  M2B-RESIDENCE-CODE     PIC X(1).

       01  M2-J1-SEGMENT.
           05  M2J1-SEGMENT-ID        PIC X(2).
           05  M2J1-RESERVED-1        PIC X(1).
           05  M2J1-SURNAME           PIC X(25).
           05  M2J1-FIRST-NAME        PIC X(20).
           05  M2J1-MIDDLE-NAME       PIC X(20).
           05  M2J1-GENERATION-CODE   PIC X(1).
           05  M2J1-SSN               PIC X(9).
           05  M2J1-DATE-OF-BIRTH     PIC 9(8).
           05  M2J1-TELEPHONE         PIC X(10).
           05  M2J1-ECOA-CODE         PIC X(1).
           05  M2J1-CONSUMER-INFO-IND PIC X(2).
           05  M2J1-RESERVED-2        PIC X(1).

       01  M2-J2-SEGMENT.
           05  M2J2-SEGMENT-ID        PIC X(2).
           05  M2J2-RESERVED-1        PIC X(1).
           05  M2J2-SURNAME           PIC X(25).
           05  M2J2-FIRST-NAME        PIC X(20).
           05  M2J2-MIDDLE-NAME       PIC X(20).
           05  M2J2-GENERATION-CODE   PIC X(1).
           05  M2J2-SSN               PIC X(9).
           05  M2J2-DATE-OF-BIRTH     PIC 9(8).
           05  M2J2-TELEPHONE         PIC X(10).
           05  M2J2-ECOA-CODE         PIC X(1).
           05  M2J2-CONSUMER-INFO-IND PIC X(2).
           05  M2J2-COUNTRY-CODE      PIC X(2).
           05  M2J2-ADDRESS-LINE1     PIC X(32).
           05  M2J2-ADDRESS-LINE2     PIC X(32).
           05  M2J2-CITY              PIC X(20).
           05  M2J2-STATE             PIC X(2).
           05  M2J2-POSTAL-CODE       PIC X(9).
           05  M2J2-ADDRESS-IND       PIC X(1).
           05  M2J2-RESIDENCE-CODE    PIC X(1).
           05  M2J2-RESERVED-2        PIC X(2).

       01  M2-TRAILER-RECORD.
           05  M2T-RDW                PIC 9(4).
           05  M2T-RECORD-ID          PIC X(7).
           05  M2T-TOTAL-BASE         PIC 9(9).
           05  M2T-RESERVED-1         PIC 9(9).
           05  M2T-STATUS-DF          PIC 9(9).
           05  M2T-TOTAL-J1           PIC 9(9).
           05  M2T-TOTAL-J2           PIC 9(9).
           05  M2T-BLOCK-COUNT        PIC 9(9).
           05  M2T-STATUS-DA          PIC 9(9).
           05  M2T-STATUS-05          PIC 9(9).
           05  M2T-STATUS-11          PIC 9(9).
           05  M2T-STATUS-13          PIC 9(9).
           05  M2T-STATUS-61          PIC 9(9).
           05  M2T-STATUS-62          PIC 9(9).
           05  M2T-STATUS-63          PIC 9(9).
           05  M2T-STATUS-64          PIC 9(9).
           05  M2T-STATUS-65          PIC 9(9).
           05  M2T-STATUS-71          PIC 9(9).
           05  M2T-STATUS-78          PIC 9(9).
           05  M2T-STATUS-80          PIC 9(9).
           05  M2T-STATUS-82          PIC 9(9).
           05  M2T-STATUS-83          PIC 9(9).
           05  M2T-STATUS-84          PIC 9(9).
           05  M2T-STATUS-88          PIC 9(9).
           05  M2T-STATUS-89          PIC 9(9).
           05  M2T-STATUS-93          PIC 9(9).
           05  M2T-STATUS-94          PIC 9(9).
           05  M2T-STATUS-95          PIC 9(9).
           05  M2T-STATUS-96          PIC 9(9).
           05  M2T-STATUS-97          PIC 9(9).
           05  M2T-ECOA-Z             PIC 9(9).
           05  M2T-EMPLOYMENT         PIC 9(9).
           05  M2T-ORIG-CREDITOR      PIC 9(9).
           05  M2T-PURCHASED-SOLD     PIC 9(9).
           05  M2T-MORTGAGE-INFO      PIC 9(9).
           05  M2T-SPECIALIZED-PMT    PIC 9(9).
           05  M2T-CHANGE-SEGMENTS    PIC 9(9).
           05  M2T-SSN-ALL            PIC 9(9).
           05  M2T-SSN-BASE           PIC 9(9).
           05  M2T-SSN-J1             PIC 9(9).
           05  M2T-SSN-J2             PIC 9(9).
           05  M2T-DOB-ALL            PIC 9(9).
           05  M2T-DOB-BASE           PIC 9(9).
           05  M2T-DOB-J1             PIC 9(9).
           05  M2T-DOB-J2             PIC 9(9).
           05  M2T-PHONE-ALL          PIC 9(9).
           05  M2T-RESERVED-2         PIC X(19).
