           05  VR-CLAIM-DATE            PIC 9(8).
           05  VR-NDC-CODE              PIC X(11).
           05  VR-UNITS                 PIC 9(3).
           05  VR-TOOTH-NUMBER          PIC X(2).
           05  VR-TOOTH-SURFACES        PIC X(5).
           05  VR-ORAL-AREA             PIC X(2).
       01  VALID-RESPONSE.
           05  VR-IS-VALID             PIC X(1).
               88  VR-VALID             VALUE 'Y'.
               88  VR-INVALID           VALUE 'N'.
      *> Passed every hard edit but failed a clinical age/gender
      *> edit the code master says to pend — the caller prices the
      *> line and sets it aside for review under VR-ERROR-CODE
               88  VR-PENDED            VALUE 'P'.
           05  VR-ERROR-CODE           PIC X(3).
           05  VR-ERROR-MSG            PIC X(50).
      *> Benefit class of a CDT code off the procedure master;
      *> blank for medical codes
           05  VR-DENTAL-CLASS         PIC X(1).
