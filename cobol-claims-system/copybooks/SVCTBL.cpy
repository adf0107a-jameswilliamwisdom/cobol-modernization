      *> National drug code when the line bills a drug; spaces
      *> otherwise
                   15  WS-SVC-NDC         PIC X(11).
      *> Dental tooth, surfaces and oral area; spaces on medical
      *> lines
                   15  WS-SVC-TOOTH       PIC X(2).
                   15  WS-SVC-SURFACES    PIC X(5).
                   15  WS-SVC-ORAL-AREA   PIC X(2).
