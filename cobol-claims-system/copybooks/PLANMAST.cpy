      *> service and procedure class:
      *>   OV office visit     OP outpatient    ER emergency
      *>   IP inpatient        XR radiology     LB pathology/lab
      *>   DP dental preventive/diagnostic
      *>   DB dental basic     DM dental major
      *> A policy names its plan through POL-PLAN-ID; a policy with
      *> no plan ID keeps the flat POL-COPAY-AMT treatment, so the
      *> master rolls out group by group without a conversion.
      *> PLN-DENTAL-ANNUAL-MAX is the plan's calendar-year dental
      *> benefit maximum in whole dollars, carried on its dental
      *> category rows; zero or blank means no maximum.
      *> PLN-DEP-AGE-LIMIT is the age at which a dependent child's
      *> coverage under the plan ends, carried on any of its rows;
      *> zero or blank means the federal limiting age of 26.
      *>================================================================*
       01  PLAN-DESIGN-RECORD.
           05  PLN-PLAN-ID             PIC X(5).
               88  PLN-DEDUCTIBLE-ON   VALUE 'Y'.
               88  PLN-DEDUCTIBLE-OFF  VALUE 'N'.
           05  PLN-PLAN-NAME           PIC X(20).
           05  PLN-DENTAL-ANNUAL-MAX   PIC 9(4).
           05  PLN-DEP-AGE-LIMIT       PIC 9(2).
