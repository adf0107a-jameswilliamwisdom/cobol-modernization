      *>================================================================*
      *> MBRCNV.cob — One-time member master conversion (gender byte)
      *> Compile: cobc -x -free -I copybooks MBRCNV.cob
      *> MBRMAST grew from 100 to 101 bytes when MBR-GENDER was
      *> added for the age/gender clinical edits. MEMBERS.DAT is a
      *> fixed-length sequential file, so a file still in the old
      *> 100-byte layout is misread from its second record on by
      *> every program compiled against the new copybook. This run
      *> converts the file once, at the cutover:
      *>   - pass 1 reads MEMBERS.DAT in the old layout and proves
      *>     every record is one (a date of birth that is numeric, a
      *>     known relationship code, no short record at the end).
      *>     A file already converted fails this proof, since its
      *>     records no longer fall on 100-byte boundaries, and the
      *>     run stops before writing anything
      *>   - pass 2 writes each record in the new layout to
      *>     MEMBERS-CONVERTED.DAT, taking the gender from the
      *>     sponsor-supplied MEMBER-GENDERS.DAT when the member is
      *>     on it and leaving it blank (not edited) otherwise
      *>
      *> Cutover, before any claims program compiled against the
      *> 101-byte MBRMAST runs:
      *>   1. run MBRCNV against the current MEMBERS.DAT
      *>   2. on RC 0 or 4, keep MEMBERS.DAT as MEMBERS-PRE-CONVERT
      *>      .DAT and move MEMBERS-CONVERTED.DAT in as MEMBERS.DAT
      *>   3. on RC 8 nothing was written; MEMBERS.DAT is either
      *>      already converted or damaged — see the report
      *> The record counts in and out are on the report for the
      *> sign-off.
      *>
      *> Input:  data/MEMBERS.DAT           (SEQUENTIAL, old 100-byte
      *>                                     layout)
      *>         data/MEMBER-GENDERS.DAT    (LINE SEQUENTIAL, optional:
      *>                 member X(10), gender X(1) M/F/U)
      *> Output: data/MEMBERS-CONVERTED.DAT (SEQUENTIAL, MBRMAST)
      *>         data/MEMBER-CONVERT-RPT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = converted,
      *>                4 = converted with gender rows not applied
      *>                    (unknown member or gender code),
      *>                8 = not converted
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT GENDER-FILE
               ASSIGN TO 'data/MEMBER-GENDERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT NEW-MEMBER-FILE
               ASSIGN TO 'data/MEMBERS-CONVERTED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/MEMBER-CONVERT-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The member master as it stood before MBR-GENDER
       FD  OLD-MEMBER-FILE.
       01  OLD-MEMBER-RECORD.
           05  OLD-MEMBER-ID          PIC X(10).
           05  OLD-NAME               PIC X(25).
           05  OLD-ADDRESS-LINE1      PIC X(30).
           05  OLD-CITY               PIC X(15).
           05  OLD-STATE              PIC X(2).
           05  OLD-ZIP                PIC X(9).
           05  OLD-DOB                PIC 9(8).
           05  OLD-RELATIONSHIP       PIC X(1).
               88  OLD-REL-VALID          VALUE 'S' 'P' 'D' ' '.

       FD  GENDER-FILE.
       01  GENDER-RECORD.
           05  GEN-MEMBER-ID          PIC X(10).
           05  GEN-GENDER             PIC X(1).
               88  GEN-GENDER-VALID       VALUE 'M' 'F' 'U'.

       FD  NEW-MEMBER-FILE.
       COPY MBRMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS              PIC XX.
       01  WS-GEN-STATUS              PIC XX.
       01  WS-NEW-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

      *> Sponsor-supplied genders, searched per member
       01  WS-GN-COUNT                PIC 9(4) VALUE 0.
       01  WS-GN-TABLE.
           05  WS-GN-ENTRY OCCURS 5000.
               10  WS-GN-MEMBER-ID    PIC X(10).
               10  WS-GN-GENDER       PIC X(1).
               10  WS-GN-USED         PIC X(1).
       01  WS-GN-IDX                  PIC 9(4).

       01  WS-CTR-READ                PIC 9(7) VALUE 0.
       01  WS-CTR-BAD                 PIC 9(7) VALUE 0.
       01  WS-CTR-WRITTEN             PIC 9(7) VALUE 0.
       01  WS-CTR-GENDER-SET          PIC 9(7) VALUE 0.
       01  WS-CTR-GENDER-BLANK        PIC 9(7) VALUE 0.
       01  WS-CTR-GEN-READ            PIC 9(7) VALUE 0.
       01  WS-CTR-GEN-BAD-CODE        PIC 9(7) VALUE 0.
       01  WS-CTR-GEN-NO-MEMBER       PIC 9(7) VALUE 0.
       01  WS-LAYOUT-OK               PIC X(1) VALUE 'Y'.
       01  WS-RC                      PIC 9    VALUE 0.

       01  RPT-HDR-LINE               PIC X(100)
           VALUE 'MEMBER MASTER CONVERSION - 100 TO 101 BYTES (GENDER)'.
       01  RPT-DETAIL-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-DTL-MEMBER         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-TEXT           PIC X(84).
       01  RPT-COUNT-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-CNT-LABEL          PIC X(40).
           05  RPT-CNT-VALUE          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(47) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-NOTE-TEXT          PIC X(96).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'MBRCNV - MEMBER MASTER CONVERSION'
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROVE-OLD-LAYOUT
           IF WS-LAYOUT-OK = 'N'
               MOVE 8 TO WS-RC
               MOVE 'NOT CONVERTED - MEMBERS.DAT IS NOT IN THE '
                 & '100-BYTE LAYOUT; NOTHING WRITTEN' TO RPT-NOTE-TEXT
               WRITE REPORT-LINE FROM RPT-NOTE-LINE
           ELSE
               PERFORM LOAD-GENDERS
               PERFORM CONVERT-MEMBERS
               PERFORM REPORT-UNUSED-GENDERS
           END-IF
           PERFORM WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY 'MBRCNV COMPLETE'
           DISPLAY '  RECORDS READ:    ' WS-CTR-READ
           DISPLAY '  RECORDS WRITTEN: ' WS-CTR-WRITTEN
           DISPLAY '  GENDER SET:      ' WS-CTR-GENDER-SET
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *> Pass 1 — every record must read as the old layout before
      *> anything is written
       PROVE-OLD-LAYOUT.
           OPEN INPUT OLD-MEMBER-FILE
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'N' TO WS-LAYOUT-OK
               MOVE SPACES TO RPT-DTL-MEMBER
               MOVE 'MEMBERS.DAT CANNOT BE OPENED' TO RPT-DTL-TEXT
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               EVALUATE TRUE
                   WHEN WS-EOF = 'Y'
                       CONTINUE
                   WHEN WS-OLD-STATUS NOT = '00'
                       MOVE 'N' TO WS-LAYOUT-OK
                       MOVE 'Y' TO WS-EOF
                       MOVE SPACES TO RPT-DTL-MEMBER
                       STRING 'SHORT OR UNREADABLE RECORD AFTER '
                              'RECORD ' WS-CTR-READ
                              ', STATUS ' WS-OLD-STATUS
                           DELIMITED BY SIZE INTO RPT-DTL-TEXT
                       WRITE REPORT-LINE FROM RPT-DETAIL-LINE
                   WHEN OTHER
                       ADD 1 TO WS-CTR-READ
                       IF OLD-DOB NOT NUMERIC
                           OR NOT OLD-REL-VALID
                           MOVE 'N' TO WS-LAYOUT-OK
                           ADD 1 TO WS-CTR-BAD
                           IF WS-CTR-BAD NOT > 20
                               MOVE OLD-MEMBER-ID TO RPT-DTL-MEMBER
                               MOVE 'DATE OF BIRTH OR RELATIONSHIP NOT '
                                 & 'WHERE THE OLD LAYOUT PUTS THEM'
                                 TO RPT-DTL-TEXT
                               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-MEMBER-FILE.

       LOAD-GENDERS.
           OPEN INPUT GENDER-FILE
           IF WS-GEN-STATUS NOT = '00'
               MOVE 'NO MEMBER-GENDERS.DAT - EVERY GENDER LEFT BLANK '
                 & '(NOT EDITED)' TO RPT-NOTE-TEXT
               WRITE REPORT-LINE FROM RPT-NOTE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GENDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CTR-GEN-READ
                       EVALUATE TRUE
                           WHEN NOT GEN-GENDER-VALID
                               ADD 1 TO WS-CTR-GEN-BAD-CODE
                               MOVE GEN-MEMBER-ID TO RPT-DTL-MEMBER
                               MOVE 'GENDER CODE NOT M, F OR U - '
                                 & 'IGNORED' TO RPT-DTL-TEXT
                               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
                           WHEN WS-GN-COUNT = 5000
                               DISPLAY 'MBRCNV: ERROR - MORE THAN '
                                   '5000 GENDER ROWS - RUN ABANDONED'
                               CLOSE GENDER-FILE
                               CLOSE REPORT-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           WHEN OTHER
                               ADD 1 TO WS-GN-COUNT
                               MOVE GEN-MEMBER-ID
                                   TO WS-GN-MEMBER-ID(WS-GN-COUNT)
                               MOVE GEN-GENDER
                                   TO WS-GN-GENDER(WS-GN-COUNT)
                               MOVE 'N' TO WS-GN-USED(WS-GN-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GENDER-FILE.

      *> Pass 2 — old layout in, new layout out, record for record
       CONVERT-MEMBERS.
           OPEN INPUT OLD-MEMBER-FILE
           OPEN OUTPUT NEW-MEMBER-FILE
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MBRCNV: ERROR OPENING MEMBERS-CONVERTED.DAT: '
                   WS-NEW-STATUS
               CLOSE OLD-MEMBER-FILE
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-MEMBER
               END-READ
           END-PERFORM
           CLOSE OLD-MEMBER-FILE
           CLOSE NEW-MEMBER-FILE.

       CONVERT-ONE-MEMBER.
           MOVE OLD-MEMBER-ID     TO MBR-MEMBER-ID
           MOVE OLD-NAME          TO MBR-NAME
           MOVE OLD-ADDRESS-LINE1 TO MBR-ADDRESS-LINE1
           MOVE OLD-CITY          TO MBR-CITY
           MOVE OLD-STATE         TO MBR-STATE
           MOVE OLD-ZIP           TO MBR-ZIP
           MOVE OLD-DOB           TO MBR-DOB
           MOVE OLD-RELATIONSHIP  TO MBR-RELATIONSHIP
           MOVE SPACE             TO MBR-GENDER
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT
               OR WS-GN-MEMBER-ID(WS-GN-IDX) = OLD-MEMBER-ID
               CONTINUE
           END-PERFORM
           IF WS-GN-IDX > WS-GN-COUNT
               ADD 1 TO WS-CTR-GENDER-BLANK
           ELSE
               MOVE WS-GN-GENDER(WS-GN-IDX) TO MBR-GENDER
               MOVE 'Y' TO WS-GN-USED(WS-GN-IDX)
               ADD 1 TO WS-CTR-GENDER-SET
           END-IF
           WRITE MEMBER-MASTER-RECORD
           ADD 1 TO WS-CTR-WRITTEN.

      *> A gender row for no member on the master is reported; the
      *> converted file is still good, so the run ends RC 4
       REPORT-UNUSED-GENDERS.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-USED(WS-GN-IDX) = 'N'
                   ADD 1 TO WS-CTR-GEN-NO-MEMBER
                   MOVE WS-GN-MEMBER-ID(WS-GN-IDX) TO RPT-DTL-MEMBER
                   MOVE 'ON MEMBER-GENDERS.DAT BUT NOT ON MEMBERS.DAT'
                       TO RPT-DTL-TEXT
                   WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-RC = 0
               AND (WS-CTR-GEN-NO-MEMBER > 0
                    OR WS-CTR-GEN-BAD-CODE > 0)
               MOVE 4 TO WS-RC
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MEMBER RECORDS READ (OLD LAYOUT)' TO RPT-CNT-LABEL
           MOVE WS-CTR-READ TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE 'RECORDS FAILING THE LAYOUT PROOF' TO RPT-CNT-LABEL
           MOVE WS-CTR-BAD TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE 'MEMBER RECORDS WRITTEN (NEW LAYOUT)' TO RPT-CNT-LABEL
           MOVE WS-CTR-WRITTEN TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE '  WITH GENDER FROM MEMBER-GENDERS.DAT' TO RPT-CNT-LABEL
           MOVE WS-CTR-GENDER-SET TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE '  WITH GENDER BLANK (NOT EDITED)' TO RPT-CNT-LABEL
           MOVE WS-CTR-GENDER-BLANK TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE 'GENDER ROWS READ' TO RPT-CNT-LABEL
           MOVE WS-CTR-GEN-READ TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE '  IGNORED - BAD GENDER CODE' TO RPT-CNT-LABEL
           MOVE WS-CTR-GEN-BAD-CODE TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE '  IGNORED - MEMBER NOT ON FILE' TO RPT-CNT-LABEL
           MOVE WS-CTR-GEN-NO-MEMBER TO RPT-CNT-VALUE
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           IF WS-RC < 8 AND WS-CTR-WRITTEN NOT = WS-CTR-READ
               MOVE 8 TO WS-RC
               MOVE 'OUT OF BALANCE - RECORDS WRITTEN DO NOT EQUAL '
                 & 'RECORDS READ; DO NOT INSTALL' TO RPT-NOTE-TEXT
               WRITE REPORT-LINE FROM RPT-NOTE-LINE
           END-IF.
