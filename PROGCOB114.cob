       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: VARREDURA DE INTEGRIDADE REFERENCIAL ENTRE OS
      *           CADASTROS (PASSO DO FIM DE DIA NO CALENDARIO
      *           JOBCAL). CONFERE, REGRA A REGRA, SE TODA CHAVE
      *           ESTRANGEIRA EXISTE NO CADASTRO MESTRE:
      *           01 GRDMAST  X STUMAST  (ALUNO DA NOTA)
      *           02 ENROLL   X STUMAST  (ALUNO DA MATRICULA)
      *           03 STOCKBAL X PRODCAT  (PRODUTO DO SALDO)
      *           04 SHIPTRK  X CARRIER  (TRANSPORTADORA DA REMESSA)
      *           05 AROPEN   X CUSTMAST (CLIENTE DO TITULO)
      *           06 CREDIARI X CUSTMAST (CLIENTE DA PARCELA)
      *           07 TEACHASG X TEACHER  (PROFESSOR DA ATRIBUICAO)
      *           08 ENROLL   X SECTFILE (SECAO DA MATRICULA)
      *           GRAVA O RELATORIO DE EXCECOES INTEGRPT AGRUPADO POR
      *           REGRA, COM AS CHAVES ORFAS E AS CONTAGENS, E REGISTRA
      *           O RESULTADO DE CADA REGRA NO SYSLOG PELO PROGERR
      *           (STATUS 00 = SEM ORFAOS, 23 = COM ORFAOS, OU O FILE
      *           STATUS DA ABERTURA QUE IMPEDIU A CONFERENCIA), PARA
      *           UMA NOITE RUIM APARECER NO RELATORIO DE OPERACAO
      *           DO PROGCOB45. SO LEITURA: NAO CORRIGE NADA
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-MASTER ASSIGN TO "GRDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WRK-FS-GRDMAST.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-CHAVE
               FILE STATUS IS WRK-FS-ENR.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
           SELECT SHIPMENT-TRACKING ASSIGN TO "SHIPTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-NUMERO
               FILE STATUS IS WRK-FS-SHIPTRK.
           SELECT CARRIER-FILE ASSIGN TO "CARRIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRIER.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDIARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAS-CHAVE
               FILE STATUS IS WRK-FS-ATRIB.
           SELECT TEACHER-MASTER ASSIGN TO "TEACHER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROF.
           SELECT SECTION-FILE ASSIGN TO "SECTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-MASTER.
           COPY CPGRDMAS.
       FD ENROLLMENT-FILE.
           COPY CPENROLL.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       FD SHIPMENT-TRACKING.
           COPY CPSHIPMT.
       FD CARRIER-FILE.
           COPY CPCARRIR.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD ASSIGNMENT-FILE.
           COPY CPTEACHA.
       FD TEACHER-MASTER.
           COPY CPTEACHR.
       FD SECTION-FILE.
           COPY CPSECT.
       FD INTEGRITY-REPORT.
       01 INTEGRITY-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-GRDMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPTRK PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRIER PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROF PIC X(02) VALUE ZEROS.
       77 WRK-FS-SECAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
      *********STATUS DA ABERTURA DOS MESTRES (O FS DE CADA UM MUDA A
      *********CADA LEITURA POR CHAVE DA VARREDURA)********************
       77 WRK-ABR-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-ABR-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-ABR-CUST PIC X(02) VALUE ZEROS.
       77 WRK-ABR-PROF PIC X(02) VALUE ZEROS.
       77 WRK-ABR-SECAO PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-EOF-CARRIER PIC X(01) VALUE "N".
           88 FIM-CARRIER VALUE "S".
       77 WRK-ACHOU PIC X(01) VALUE "N".
           88 ACHOU VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REGRAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ORFAOS PIC 9(05) VALUE ZEROS.
       77 WRK-REGRA PIC 9(02) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ARQUIVO-LOG PIC X(10) VALUE SPACES.
       77 WRK-CHAVE-ORFA PIC X(40) VALUE SPACES.
       77 WRK-REF-ORFA PIC X(20) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
           COPY CPSYSERR.
      *********TRANSPORTADORAS CADASTRADAS (CARRIER E SEQUENCIAL)******
       01 WRK-TABELA-CARRIER.
           02 WRK-CAR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-QTD-CAR.
               03 WRK-CAR-CODIGO      PIC X(03).
       77 WRK-QTD-CAR PIC 9(03) VALUE ZEROS.
      *********REGRAS: ARQUIVO QUE REFERENCIA, CADASTRO MESTRE E O QUE
      *********A CHAVE ORFA SIGNIFICA**********************************
       01 WRK-DEFINICAO-REGRAS.
           02 FILLER                  PIC X(60) VALUE
               "GRDMAST   STUMAST   NOTA DE ALUNO SEM CADASTRO".
           02 FILLER                  PIC X(60) VALUE
               "ENROLL    STUMAST   MATRICULA DE ALUNO SEM CADASTRO".
           02 FILLER                  PIC X(60) VALUE
               "STOCKBAL  PRODCAT   SALDO DE PRODUTO FORA DO CATALOGO".
           02 FILLER                  PIC X(60) VALUE
               "SHIPTRK   CARRIER   REMESSA COM TRANSPORTADORA INEXIS".
           02 FILLER                  PIC X(60) VALUE
               "AROPEN    CUSTMAST  TITULO DE CLIENTE SEM CADASTRO".
           02 FILLER                  PIC X(60) VALUE
               "CREDIARI  CUSTMAST  PARCELA DE CLIENTE SEM CADASTRO".
           02 FILLER                  PIC X(60) VALUE
               "TEACHASG  TEACHER   ATRIBUICAO A PROFESSOR INEXISTENTE".
           02 FILLER                  PIC X(60) VALUE
               "ENROLL    SECTFILE  MATRICULA EM SECAO INEXISTENTE".
       01 WRK-DEFINICAO-REGRAS-R REDEFINES WRK-DEFINICAO-REGRAS.
           02 WRK-DEF-ENTRY OCCURS 8 TIMES.
               03 WRK-DEF-ARQUIVO     PIC X(10).
               03 WRK-DEF-MESTRE      PIC X(10).
               03 WRK-DEF-DESCRICAO   PIC X(40).
       01 WRK-TABELA-REGRAS.
           02 WRK-REG-ENTRY OCCURS 8 TIMES.
               03 WRK-REG-LIDOS       PIC 9(07).
               03 WRK-REG-ORFAOS      PIC 9(07).
               03 WRK-REG-STATUS      PIC X(02).
       01 WRK-LINHA-REGRA.
           02 FILLER                  PIC X(06) VALUE "REGRA ".
           02 WLG-REGRA               PIC 9(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLG-ARQUIVO             PIC X(10).
           02 FILLER                  PIC X(04) VALUE " X  ".
           02 WLG-MESTRE              PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLG-DESCRICAO           PIC X(40).
       01 WRK-LINHA-ORFAO.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 FILLER                  PIC X(07) VALUE "CHAVE: ".
           02 WLF-CHAVE               PIC X(40).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(12) VALUE "REFERENCIA: ".
           02 WLF-REF                 PIC X(20).
       01 WRK-LINHA-CONTAGEM.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 FILLER                  PIC X(07) VALUE "LIDOS: ".
           02 WLC-LIDOS               PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(10) VALUE "  ORFAOS: ".
           02 WLC-ORFAOS              PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(12) VALUE "  SITUACAO: ".
           02 WLC-SITUACAO            PIC X(30).
       01 WRK-LINHA-RESUMO.
           02 WLR-REGRA               PIC 9(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-ARQUIVO             PIC X(10).
           02 WLR-MESTRE              PIC X(10).
           02 WLR-LIDOS               PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-ORFAOS              PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-SITUACAO            PIC X(30).
       01 WRK-SITUACAO                PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
           02 LK-EOD-GRAVADOS          PIC 9(05).
           02 LK-EOD-REJEITADOS        PIC 9(05).
           02 LK-EOD-ABEND             PIC X(01).
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-ABRIR-RELATORIO.
           PERFORM 0100-ABRIR-MESTRES.
           PERFORM 0200-REGRA-GRDMAST.
           PERFORM 0250-REGRA-ENROLL-ALUNO.
           PERFORM 0300-REGRA-STOCKBAL.
           PERFORM 0350-REGRA-SHIPTRK.
           PERFORM 0400-REGRA-AROPEN.
           PERFORM 0450-REGRA-CREDIARI.
           PERFORM 0500-REGRA-TEACHASG.
           PERFORM 0550-REGRA-ENROLL-SECAO.
           PERFORM 0600-RESUMO.
           PERFORM 0900-FINALIZAR.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
               MOVE WRK-CNT-REGRAS TO LK-EOD-GRAVADOS
               MOVE WRK-CNT-ORFAOS TO LK-EOD-REJEITADOS
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0050-ABRIR-RELATORIO.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE "PROGCOB114" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE RPT-HEADER-LINE TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE "EXCECOES DE INTEGRIDADE REFERENCIAL DOS CADASTROS"
               TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.

       0100-ABRIR-MESTRES.
      *********OS CADASTROS MESTRES FICAM ABERTOS A VARREDURA INTEIRA;
      *********O CARRIER E SEQUENCIAL E VAI PARA A TABELA*************
           OPEN INPUT STUDENT-MASTER.
           MOVE WRK-FS-STUMAST TO WRK-ABR-STUMAST.
           OPEN INPUT PRODUCT-CATALOG.
           MOVE WRK-FS-PRODCAT TO WRK-ABR-PRODCAT.
           OPEN INPUT CUSTOMER-MASTER.
           MOVE WRK-FS-CUST TO WRK-ABR-CUST.
           OPEN INPUT TEACHER-MASTER.
           MOVE WRK-FS-PROF TO WRK-ABR-PROF.
           OPEN INPUT SECTION-FILE.
           MOVE WRK-FS-SECAO TO WRK-ABR-SECAO.
           OPEN INPUT CARRIER-FILE.
           IF WRK-FS-CARRIER NOT = "00"
               MOVE "S" TO WRK-EOF-CARRIER
           END-IF.
           PERFORM 0110-LER-CARRIER UNTIL FIM-CARRIER.
           IF WRK-FS-CARRIER = "00" OR WRK-FS-CARRIER = "10"
               CLOSE CARRIER-FILE
               MOVE "00" TO WRK-FS-CARRIER
           END-IF.

       0110-LER-CARRIER.
           READ CARRIER-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CARRIER
               NOT AT END
                   IF WRK-QTD-CAR < 100
                       ADD 1 TO WRK-QTD-CAR
                       MOVE CAR-CODIGO TO WRK-CAR-CODIGO(WRK-QTD-CAR)
                   END-IF
           END-READ.

       0200-REGRA-GRDMAST.
           MOVE 1 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-STUMAST NOT = "00"
               MOVE WRK-ABR-STUMAST TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "STUMAST" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT GRADE-MASTER
               IF WRK-FS-GRDMAST NOT = "00"
                   MOVE WRK-FS-GRDMAST TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0210-LER-GRDMAST UNTIL FIM-ARQUIVO
                   CLOSE GRADE-MASTER
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0210-LER-GRDMAST.
           READ GRADE-MASTER NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   MOVE GRD-STU-ID TO STU-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE GRD-CHAVE TO WRK-CHAVE-ORFA
                           MOVE GRD-STU-ID TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                   END-READ
           END-READ.

       0250-REGRA-ENROLL-ALUNO.
           MOVE 2 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-STUMAST NOT = "00"
               MOVE WRK-ABR-STUMAST TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "STUMAST" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT ENROLLMENT-FILE
               IF WRK-FS-ENR NOT = "00"
                   MOVE WRK-FS-ENR TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0260-LER-ENROLL-ALUNO UNTIL FIM-ARQUIVO
                   CLOSE ENROLLMENT-FILE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0260-LER-ENROLL-ALUNO.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   MOVE ENR-STU-ID TO STU-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE ENR-CHAVE TO WRK-CHAVE-ORFA
                           MOVE ENR-STU-ID TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                   END-READ
           END-READ.

       0300-REGRA-STOCKBAL.
           MOVE 3 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-PRODCAT NOT = "00"
               MOVE WRK-ABR-PRODCAT TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "PRODCAT" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT STOCK-BALANCE
               IF WRK-FS-BAL NOT = "00"
                   MOVE WRK-FS-BAL TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0310-LER-STOCKBAL UNTIL FIM-ARQUIVO
                   CLOSE STOCK-BALANCE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0310-LER-STOCKBAL.
           READ STOCK-BALANCE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   MOVE BAL-PRODUTO TO PROD-CODIGO
                   READ PRODUCT-CATALOG
                       INVALID KEY
                           MOVE BAL-CHAVE TO WRK-CHAVE-ORFA
                           MOVE BAL-PRODUTO TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                   END-READ
           END-READ.

       0350-REGRA-SHIPTRK.
      *********REMESSA AINDA SEM TRANSPORTADORA (EM BRANCO) NAO E ORFA*
           MOVE 4 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-FS-CARRIER NOT = "00"
               MOVE WRK-FS-CARRIER TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "CARRIER" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT SHIPMENT-TRACKING
               IF WRK-FS-SHIPTRK NOT = "00"
                   MOVE WRK-FS-SHIPTRK TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0360-LER-SHIPTRK UNTIL FIM-ARQUIVO
                   CLOSE SHIPMENT-TRACKING
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0360-LER-SHIPTRK.
           READ SHIPMENT-TRACKING NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   IF SHIP-TRANSPORTADORA NOT = SPACES
                       PERFORM 0370-PROCURAR-CARRIER
                       IF NOT ACHOU
                           MOVE SHIP-NUMERO TO WRK-CHAVE-ORFA
                           MOVE SHIP-TRANSPORTADORA TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

       0370-PROCURAR-CARRIER.
           MOVE "N" TO WRK-ACHOU.
           PERFORM 0380-COMPARAR-CARRIER
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CAR OR ACHOU.

       0380-COMPARAR-CARRIER.
           IF WRK-CAR-CODIGO(WRK-IDX) = SHIP-TRANSPORTADORA
               MOVE "S" TO WRK-ACHOU
           END-IF.

       0400-REGRA-AROPEN.
           MOVE 5 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-CUST NOT = "00"
               MOVE WRK-ABR-CUST TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "CUSTMAST" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT AR-OPEN-FILE
               IF WRK-FS-AROPEN NOT = "00"
                   MOVE WRK-FS-AROPEN TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0410-LER-AROPEN UNTIL FIM-ARQUIVO
                   CLOSE AR-OPEN-FILE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0410-LER-AROPEN.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   MOVE ARO-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE ARO-NUMERO TO WRK-CHAVE-ORFA
                           MOVE ARO-CLIENTE TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                   END-READ
           END-READ.

       0450-REGRA-CREDIARI.
           MOVE 6 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-CUST NOT = "00"
               MOVE WRK-ABR-CUST TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "CUSTMAST" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT INSTALLMENT-FILE
               IF WRK-FS-CRD NOT = "00"
                   MOVE WRK-FS-CRD TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0460-LER-CREDIARI UNTIL FIM-ARQUIVO
                   CLOSE INSTALLMENT-FILE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0460-LER-CREDIARI.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   MOVE CRD-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE CRD-CHAVE TO WRK-CHAVE-ORFA
                           MOVE CRD-CLIENTE TO WRK-REF-ORFA
                           PERFORM 0760-GRAVAR-ORFAO
                   END-READ
           END-READ.

       0500-REGRA-TEACHASG.
      *********CURSO AINDA SEM PROFESSOR (EM BRANCO) NAO E ORFAO*******
           MOVE 7 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-PROF NOT = "00"
               MOVE WRK-ABR-PROF TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "TEACHER" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT ASSIGNMENT-FILE
               IF WRK-FS-ATRIB NOT = "00"
                   MOVE WRK-FS-ATRIB TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0510-LER-TEACHASG UNTIL FIM-ARQUIVO
                   CLOSE ASSIGNMENT-FILE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0510-LER-TEACHASG.
           READ ASSIGNMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   IF TAS-PROFESSOR NOT = SPACES
                       MOVE TAS-PROFESSOR TO PRF-CODIGO
                       READ TEACHER-MASTER
                           INVALID KEY
                               MOVE TAS-CHAVE TO WRK-CHAVE-ORFA
                               MOVE TAS-PROFESSOR TO WRK-REF-ORFA
                               PERFORM 0760-GRAVAR-ORFAO
                       END-READ
                   END-IF
           END-READ.

       0550-REGRA-ENROLL-SECAO.
      *********MATRICULA SEM SECAO DEFINIDA (EM BRANCO) NAO E ORFA*****
           MOVE 8 TO WRK-REGRA.
           PERFORM 0700-INICIAR-REGRA.
           IF WRK-ABR-SECAO NOT = "00"
               MOVE WRK-ABR-SECAO TO WRK-REG-STATUS(WRK-REGRA)
               MOVE "SECTFILE" TO WRK-ARQUIVO-LOG
           ELSE
               MOVE "N" TO WRK-EOF
               OPEN INPUT ENROLLMENT-FILE
               IF WRK-FS-ENR NOT = "00"
                   MOVE WRK-FS-ENR TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   PERFORM 0560-LER-ENROLL-SECAO UNTIL FIM-ARQUIVO
                   CLOSE ENROLLMENT-FILE
               END-IF
           END-IF.
           PERFORM 0750-ENCERRAR-REGRA.

       0560-LER-ENROLL-SECAO.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-REG-LIDOS(WRK-REGRA)
                   IF ENR-SECAO NOT = SPACES
                       MOVE ENR-CURSO TO SEC-CURSO
                       MOVE ENR-TERMO TO SEC-TERMO
                       MOVE ENR-SECAO TO SEC-ID
                       READ SECTION-FILE
                           INVALID KEY
                               MOVE ENR-CHAVE TO WRK-CHAVE-ORFA
                               MOVE ENR-SECAO TO WRK-REF-ORFA
                               PERFORM 0760-GRAVAR-ORFAO
                       END-READ
                   END-IF
           END-READ.

       0600-RESUMO.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE "RESUMO POR REGRA" TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE "RG  ARQUIVO   MESTRE        LIDOS     ORFAOS  SITUACAO"
               TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           PERFORM 0610-LINHA-RESUMO
               VARYING WRK-REGRA FROM 1 BY 1
               UNTIL WRK-REGRA > 8.

       0610-LINHA-RESUMO.
           PERFORM 0770-MONTAR-SITUACAO.
           MOVE WRK-REGRA TO WLR-REGRA.
           MOVE WRK-DEF-ARQUIVO(WRK-REGRA) TO WLR-ARQUIVO.
           MOVE WRK-DEF-MESTRE(WRK-REGRA) TO WLR-MESTRE.
           MOVE WRK-REG-LIDOS(WRK-REGRA) TO WLR-LIDOS.
           MOVE WRK-REG-ORFAOS(WRK-REGRA) TO WLR-ORFAOS.
           MOVE WRK-SITUACAO TO WLR-SITUACAO.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE WRK-LINHA-RESUMO TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.

       0700-INICIAR-REGRA.
      *********TITULO DO GRUPO DA REGRA NO INTEGRPT*********************
           MOVE ZEROS TO WRK-REG-LIDOS(WRK-REGRA)
               WRK-REG-ORFAOS(WRK-REGRA).
           MOVE SPACES TO WRK-REG-STATUS(WRK-REGRA).
           MOVE WRK-DEF-ARQUIVO(WRK-REGRA) TO WRK-ARQUIVO-LOG.
           MOVE WRK-REGRA TO WLG-REGRA.
           MOVE WRK-DEF-ARQUIVO(WRK-REGRA) TO WLG-ARQUIVO.
           MOVE WRK-DEF-MESTRE(WRK-REGRA) TO WLG-MESTRE.
           MOVE WRK-DEF-DESCRICAO(WRK-REGRA) TO WLG-DESCRICAO.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE WRK-LINHA-REGRA TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.

       0750-ENCERRAR-REGRA.
      *********CONTAGEM DA REGRA E O RESULTADO NO SYSLOG PELO PROGERR:
      *********00 = SEM ORFAOS, 23 = CHAVE SEM CADASTRO MESTRE, OU O
      *********FILE STATUS DA ABERTURA QUE IMPEDIU A CONFERENCIA*******
           IF WRK-REG-STATUS(WRK-REGRA) = SPACES
               ADD 1 TO WRK-CNT-REGRAS
               IF WRK-REG-ORFAOS(WRK-REGRA) > ZEROS
                   MOVE "23" TO WRK-REG-STATUS(WRK-REGRA)
               ELSE
                   MOVE "00" TO WRK-REG-STATUS(WRK-REGRA)
               END-IF
           END-IF.
           ADD WRK-REG-LIDOS(WRK-REGRA) TO WRK-CNT-LIDOS.
           PERFORM 0770-MONTAR-SITUACAO.
           MOVE WRK-REG-LIDOS(WRK-REGRA) TO WLC-LIDOS.
           MOVE WRK-REG-ORFAOS(WRK-REGRA) TO WLC-ORFAOS.
           MOVE WRK-SITUACAO TO WLC-SITUACAO.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE WRK-LINHA-CONTAGEM TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE "PROGCOB114" TO SERR-PROGRAMA.
           MOVE WRK-ARQUIVO-LOG TO SERR-ARQUIVO.
           MOVE SPACES TO SERR-OPERACAO.
           STRING "INTEGR R" WRK-REGRA
               DELIMITED BY SIZE INTO SERR-OPERACAO.
           MOVE WRK-REG-STATUS(WRK-REGRA) TO SERR-STATUS.
           CALL "PROGERR" USING SERR-AREA.
           IF SERR-ABENDAR
               MOVE "S" TO WRK-ABEND
           END-IF.

       0760-GRAVAR-ORFAO.
           ADD 1 TO WRK-REG-ORFAOS(WRK-REGRA).
           ADD 1 TO WRK-CNT-ORFAOS.
           MOVE WRK-CHAVE-ORFA TO WLF-CHAVE.
           MOVE WRK-REF-ORFA TO WLF-REF.
           MOVE SPACES TO INTEGRITY-LINE.
           MOVE WRK-LINHA-ORFAO TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO WRK-CHAVE-ORFA WRK-REF-ORFA.

       0770-MONTAR-SITUACAO.
           MOVE SPACES TO WRK-SITUACAO.
           EVALUATE WRK-REG-STATUS(WRK-REGRA)
               WHEN "00"
                   MOVE "OK" TO WRK-SITUACAO
               WHEN "23"
                   MOVE "COM ORFAOS" TO WRK-SITUACAO
               WHEN OTHER
                   STRING "NAO VERIFICADA (FS "
                       WRK-REG-STATUS(WRK-REGRA) ")"
                       DELIMITED BY SIZE INTO WRK-SITUACAO
           END-EVALUATE.

       0900-FINALIZAR.
           IF WRK-ABR-STUMAST = "00"
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-ABR-PRODCAT = "00"
               CLOSE PRODUCT-CATALOG
           END-IF.
           IF WRK-ABR-CUST = "00"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WRK-ABR-PROF = "00"
               CLOSE TEACHER-MASTER
           END-IF.
           IF WRK-ABR-SECAO = "00"
               CLOSE SECTION-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT.
           DISPLAY "PROGCOB114: INTEGRIDADE REFERENCIAL (INTEGRPT)".
           DISPLAY "REGISTROS CONFERIDOS: " WRK-CNT-LIDOS.
           DISPLAY "REGRAS VERIFICADAS..: " WRK-CNT-REGRAS.
           DISPLAY "CHAVES ORFAS........: " WRK-CNT-ORFAOS.
