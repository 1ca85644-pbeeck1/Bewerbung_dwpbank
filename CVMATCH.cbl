           05 RM-STATUS           PIC X(1).
           05 FILLER              PIC X(1).
           05 RM-TITLE            PIC X(40).
           05 FILLER              PIC X(1).
           05 RM-OPENINGS         PIC X(3).
           05 FILLER              PIC X(1).
           05 RM-FILLED           PIC X(3).

       FD REQUISITION-SKILLS.
       01  REQUISITION-SKILLS-RECORD.
