      *>================================================================*
      *> CP2100.cpy — IRS CP2100/972CG Mismatch Record (60 bytes)
      *> Layout: LINE SEQUENTIAL, one row per payee the IRS lists on
      *> its CP2100 (or CP2100A) notice: an information return we
      *> filed for tax year CP-TAX-YEAR whose name/TIN combination
      *> does not match IRS records. Operations loads the file as it
      *> arrives; BNOTICE consumes it.
      *>
      *> CP-NAME and CP-TIN are what we reported, as the IRS echoes
      *> them back; CP-NOTICE-DATE is the date on the IRS notice,
      *> which starts the three-year clock for a second B notice.
      *>================================================================*
       01  CP2100-RECORD.
           05  CP-ACCT-ID             PIC X(8).
           05  CP-TIN                 PIC X(9).
           05  CP-NAME                PIC X(25).
           05  CP-TAX-YEAR            PIC 9(4).
           05  CP-NOTICE-DATE         PIC 9(8).
           05  CP-FILLER              PIC X(6).
