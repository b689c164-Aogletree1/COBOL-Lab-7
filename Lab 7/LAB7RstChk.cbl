       FILE SECTION.
      *
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 353 CHARACTERS.
      *
       01  CHECKPOINT-RECORD               PIC X(353).
      *
       WORKING-STORAGE SECTION.
      *
