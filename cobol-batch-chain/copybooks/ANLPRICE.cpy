      *> instead of a per-item price. Maintained by ops like the
      *> channel fee schedule; an activity with no row is not
      *> priced.
      *>
      *> PROFITRPT's cost schedule (PROFIT-COSTS.DAT) uses the same
      *> layout: per-item servicing cost rows by channel ('CHK',
      *> 'ACH', 'XFR', 'BRN') and an 'FTP' row carrying the annual
      *> funds-transfer-pricing rate.
      *>================================================================*
       01  ANALYSIS-PRICE-RECORD.
           05  APR-CODE               PIC X(4).
