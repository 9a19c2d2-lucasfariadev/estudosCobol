      * 23/08/2026 LFL - PROGRAMA CRIADO
      * 02/09/2026 LFL - IMAGENS DO SHIPARCH E STUARCH ALARGADAS PARA
      *                   ACOMPANHAR OS CAMPOS NOVOS DO RASTREIO
      * 15/10/2026 LFL - IMAGEM DO SHIPARCH ALARGADA PARA O CLIENTE DO
      *                   EMBARQUE (SHIP-CLIENTE)
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SHIP-ARCHIVE-LINE.
           02 SHA-GERACAO             PIC 9(08).
           02 FILLER                  PIC X(02).
           02 SHA-IMAGEM              PIC X(94).
       FD STU-ARCHIVE.
       01 STU-ARCHIVE-LINE.
           02 STA-GERACAO             PIC 9(08).
