       FILE SECTION.

       FD ARQ-VALIDA.
       01 ARQ-VALIDA-REC PIC X(500).

       WORKING-STORAGE SECTION.
       77 WNM-ARQ-VALIDA PIC X(50) VALUE SPACES.
