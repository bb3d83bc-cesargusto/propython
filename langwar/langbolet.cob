       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGBOLET.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ENT-ARQ
            ASSIGN DYNAMIC NOME-ENT
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-ENT.
            SELECT PARM-ARQ
            ASSIGN       TO "parametros.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-PARM.
            SELECT BOL-SAIDA
            ASSIGN       TO "boletim.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-BOL.

       DATA DIVISION.
       FILE SECTION.
       FD    ENT-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-ENT                   PIC X(400).

       FD    PARM-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-PARM                  PIC X(120).

       FD    BOL-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-BOL                   PIC X(80).

       WORKING-STORAGE SECTION.
       77    FS-ENT                    PIC 9(02).
       77    FS-PARM                   PIC 9(02).
       77    FS-BOL                    PIC 9(02).
       77    NOME-ENT                  PIC X(100).
       77    NOME-REL                  PIC X(100) VALUE "relatorio.txt".
       77    NOME-REJ                  PIC X(100) VALUE "rejeitos.txt".
       01    LINHA-PARM.
        03   PARM-NOME                 PIC X(20).
        03   PARM-VALOR                PIC X(100).
       77    CONTADOR-PARMS            PIC 9(02).
       01    LINHA-ENT                 PIC X(400).
       01    LINHA-LOG.
        03   LOG-DATA-INI              PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOG-HORA-INI              PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-DATA-FIM              PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOG-HORA-FIM              PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-ARQ                   PIC X(100).
        03   FILLER                    PIC X(01).
        03   LOG-LIDOS                 PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOG-OUTROS                PIC X(07).
        03   FILLER                    PIC X(01).
        03   LOG-RETOMADA              PIC X(01).
        03   FILLER                    PIC X(01).
        03   LOG-RESULTADO             PIC X(06).
        03   FILLER                    PIC X(234).
       01    ULTIMO-LOG                PIC X(400).
       01    LINHA-LOGF.
        03   LOGF-DATA-INI             PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-HORA-INI             PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOGF-DATA-FIM             PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-HORA-FIM             PIC X(08).
        03   FILLER                    PIC X(01).
        03   LOGF-PASSO                PIC X(10).
        03   FILLER                    PIC X(01).
        03   LOGF-PROG                 PIC X(30).
        03   FILLER                    PIC X(01).
        03   LOGF-RC                   PIC X(03).
        03   FILLER                    PIC X(01).
        03   LOGF-RCMAX                PIC X(02).
        03   FILLER                    PIC X(01).
        03   LOGF-SITUACAO             PIC X(08).
        03   FILLER                    PIC X(303).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       01    HORA-EXEC.
        03   HORA-HH                   PIC X(02).
        03   HORA-MM                   PIC X(02).
        03   HORA-SS                   PIC X(02).
        03   FILLER                    PIC X(02).
       77    DATA-HOJE-ED              PIC X(10).
       77    HORA-ED                   PIC X(08).
       77    DATA-ARG                  PIC X(10).
       77    DATA-VALIDA               PIC X(01).
       01    DATA-DMA.
        03   DMA-DIA                   PIC X(02).
        03   FILLER                    PIC X(01).
        03   DMA-MES                   PIC X(02).
        03   FILLER                    PIC X(01).
        03   DMA-ANO                   PIC X(04).
       01    DATA-AMD.
        03   AMD-ANO                   PIC 9(04).
        03   AMD-MES                   PIC 9(02).
        03   AMD-DIA                   PIC 9(02).
       01    TAB-BOLETIM.
        03   TAB-BOL-LINHA             PIC X(80) OCCURS 400 TIMES.
       77    QTDE-BOL                  PIC 9(03).
       01    TAB-ACOES.
        03   TAB-ACAO                  PIC X(74) OCCURS 60 TIMES.
       77    QTDE-ACOES                PIC 9(02).
       77    ACOES-PERDIDAS            PIC 9(03).
       77    LINHAS-PERDIDAS           PIC 9(03).
       01    LINHA-BOL                 PIC X(80).
       77    LINHA-ACAO                PIC X(74).
       01    LINHA-SECAO.
        03   SECAO-TITULO              PIC X(70).
        03   SECAO-SIT                 PIC X(10).
       77    IND-SECAO                 PIC 9(03).
       77    NIVEL-SECAO               PIC 9(01).
       77    NIVEL-GERAL               PIC 9(01).
       77    SITUACAO-ED               PIC X(05).
       77    IND1                      PIC 9(03).
       77    IND2                      PIC 9(03).
       77    CONTADOR-ED               PIC ZZZ9.
       77    CONTADOR2-ED              PIC ZZZ9.
       77    CONTADOR3-ED              PIC ZZZ9.
       77    CONTADOR4-ED              PIC ZZZ9.
       77    ACAO-ED                   PIC 99.
       77    RUNS-TOTAL                PIC 9(04).
       77    RUNS-OK                   PIC 9(04).
       77    RUNS-AVISO                PIC 9(04).
       77    RUNS-ERRO                 PIC 9(04).
       77    RUNS-ALERTA               PIC 9(04).
       77    QTDE-LIDAS                PIC 9(05).
       77    QTDE-LISTADAS             PIC 9(05).
       77    QTDE-AUDITORIA            PIC 9(05).
       77    PASSOS-OK                 PIC 9(04).
       77    PASSOS-ERRO               PIC 9(04).
       77    PASSOS-OUTROS             PIC 9(04).
       77    EM-CONFERENCIA            PIC X(01).
       77    ACHOU-TAXA                PIC X(01).
       77    ACHOU-DATA                PIC X(01).
       77    VIGI-ALTA                 PIC 9(04).
       77    VIGI-MEDIA                PIC 9(04).
       77    VIGI-BAIXA                PIC 9(04).
       77    DATA-ACHADOS              PIC X(10).
       77    NOME-ARQ-ED               PIC X(30).
       77    PROGRAMA-ED               PIC X(10).
       77    CAMPO-NUM                 PIC X(12).
       77    VALOR-LIDO                PIC 9(12).
       77    NUM-OK                    PIC X(01).
       01    DIGITO-AREA.
        03   DIGITO                    PIC X(01).
       01    DIGITO-NUM REDEFINES DIGITO-AREA PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  QTDE-BOL QTDE-ACOES.
           MOVE  ZEROS                 TO  ACOES-PERDIDAS.
           MOVE  ZEROS                 TO  LINHAS-PERDIDAS.
           MOVE  ZEROS                 TO  NIVEL-GERAL.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           ACCEPT  HORA-EXEC        FROM TIME.
           MOVE  SPACES                TO  DATA-HOJE-ED HORA-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-HOJE-ED.
           STRING  HORA-HH ":" HORA-MM ":" HORA-SS
                   DELIMITED BY SIZE INTO HORA-ED.
           MOVE  SPACES                TO  DATA-ARG.
           ACCEPT DATA-ARG             FROM COMMAND-LINE.
           IF DATA-ARG = SPACES
              MOVE  DATA-HOJE-ED       TO  DATA-ARG.
           MOVE  DATA-ARG              TO  DATA-DMA.
           PERFORM P150-CONVERTE-DATA  THRU P159-FIM.
           IF DATA-VALIDA NOT = "S"
              DISPLAY "Data invalida: " DATA-ARG
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           PERFORM P040-CARREGA-PARAMETROS THRU P049-FIM.
           PERFORM P100-LANGWAR        THRU P199-FIM.
           PERFORM P200-RELATORIO      THRU P299-FIM.
           PERFORM P300-LANGGUARD      THRU P399-FIM.
           PERFORM P400-LANGHIST       THRU P499-FIM.
           MOVE  "LANGMAPA"            TO  PROGRAMA-ED.
           MOVE  "mapa-rejeitos.txt"   TO  NOME-ARQ-ED.
           PERFORM P500-MANUTENCAO     THRU P599-FIM.
           MOVE  "LANGEQUI"            TO  PROGRAMA-ED.
           MOVE  "equipes-rejeitos.txt" TO NOME-ARQ-ED.
           PERFORM P500-MANUTENCAO     THRU P599-FIM.
           MOVE  "LANGVIGI"            TO  PROGRAMA-ED.
           MOVE  "vigilancia-rejeitos.txt" TO NOME-ARQ-ED.
           PERFORM P500-MANUTENCAO     THRU P599-FIM.
           PERFORM P600-LANGFLUXO      THRU P699-FIM.
           PERFORM P650-LANGCONC       THRU P689-FIM.
           PERFORM P800-VIGILANCIA     THRU P849-FIM.
           PERFORM P900-GRAVA-BOLETIM  THRU P999-FIM.
           IF NIVEL-GERAL = 2
              MOVE  8                  TO  RETURN-CODE.
           IF NIVEL-GERAL = 1 AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P040-CARREGA-PARAMETROS.
           MOVE  ZEROS                 TO  CONTADOR-PARMS.
           OPEN INPUT PARM-ARQ.
           IF FS-PARM NOT = ZERO
              GO TO P049-FIM.
       P041-LE-PARM.
           READ PARM-ARQ AT END GO TO P048-FECHA.
           MOVE  REG-PARM              TO  LINHA-PARM.
           IF LINHA-PARM = SPACES
              GO TO P041-LE-PARM.
           IF PARM-NOME(1:1) = "*"
              GO TO P041-LE-PARM.
           IF PARM-NOME = "RELATORIO"
              MOVE  PARM-VALOR         TO  NOME-REL
              ADD   1                  TO  CONTADOR-PARMS
              GO TO P041-LE-PARM.
           IF PARM-NOME = "REJEITOS"
              MOVE  PARM-VALOR         TO  NOME-REJ
              ADD   1                  TO  CONTADOR-PARMS.
           GO TO P041-LE-PARM.
       P048-FECHA.
           CLOSE PARM-ARQ.
           IF CONTADOR-PARMS > ZERO
              DISPLAY "Parametros carregados: " CONTADOR-PARMS.
       P049-FIM.
           EXIT.

       P100-LANGWAR.
           MOVE  "LANGWAR - execucao.log" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  ZEROS                 TO  RUNS-TOTAL RUNS-OK.
           MOVE  ZEROS                 TO  RUNS-AVISO RUNS-ERRO.
           MOVE  ZEROS                 TO  RUNS-ALERTA.
           MOVE  SPACES                TO  ULTIMO-LOG.
           MOVE  "execucao.log"        TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Log de execucao inexistente" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              MOVE "LANGWAR sem log de execucao - verificar a cadeia"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM
              GO TO P190-FECHA-SECAO.
       P110-LE-LOG.
           READ ENT-ARQ AT END GO TO P120-FECHA-LOG.
           MOVE  REG-ENT               TO  LINHA-LOG.
           IF LOG-DATA-FIM NOT = DATA-ARG
              GO TO P110-LE-LOG.
           ADD   1                     TO  RUNS-TOTAL.
           MOVE  LINHA-LOG             TO  ULTIMO-LOG.
           IF LOG-RESULTADO = "OK"
              ADD   1                  TO  RUNS-OK.
           IF LOG-RESULTADO = "AVISO"
              ADD   1                  TO  RUNS-AVISO.
           IF LOG-RESULTADO = "ERRO"
              ADD   1                  TO  RUNS-ERRO.
           IF LOG-RESULTADO = "ALERTA"
              ADD   1                  TO  RUNS-ALERTA.
           GO TO P110-LE-LOG.
       P120-FECHA-LOG.
           CLOSE ENT-ARQ.
           IF RUNS-TOTAL = ZERO
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  Nenhuma execucao terminada em " DATA-ARG
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "LANGWAR nao rodou em " DATA-ARG
                     " - verificar o agendamento"
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM
              GO TO P190-FECHA-SECAO.
           MOVE  RUNS-TOTAL            TO  CONTADOR-ED.
           MOVE  RUNS-OK               TO  CONTADOR2-ED.
           MOVE  RUNS-AVISO            TO  CONTADOR3-ED.
           MOVE  RUNS-ERRO             TO  CONTADOR4-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Execucoes: " CONTADOR-ED
                  "   OK: " CONTADOR2-ED
                  "   AVISO: " CONTADOR3-ED
                  "   ERRO: " CONTADOR4-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           IF RUNS-ALERTA > ZERO
              MOVE  RUNS-ALERTA        TO  CONTADOR-ED
              STRING "   ALERTA: " CONTADOR-ED
                     DELIMITED BY SIZE INTO LINHA-BOL(56:25).
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           MOVE  ULTIMO-LOG            TO  LINHA-LOG.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Ultima execucao: " LOG-DATA-INI " " LOG-HORA-INI
                  " a " LOG-DATA-FIM " " LOG-HORA-FIM
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Arquivo: " LOG-ARQ
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Lidos: " LOG-LIDOS "   Outras: " LOG-OUTROS
                  "   Retomada: " LOG-RETOMADA
                  "   Resultado: " LOG-RESULTADO
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF LOG-RESULTADO = "ERRO"
              MOVE "Ultima execucao do LANGWAR em ERRO - reprocessar"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM
              GO TO P190-FECHA-SECAO.
           IF LOG-RESULTADO = "AVISO"
              MOVE "LANGWAR terminou com AVISO - ver relatorio"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
           IF LOG-RESULTADO = "ALERTA"
              MOVE "  Arquivos sensiveis de alta severidade na entrada"
                                       TO  LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
           IF RUNS-ERRO > ZERO
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  Execucoes anteriores com ERRO na data: "
                     CONTADOR4-ED
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
       P190-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P199-FIM.
           EXIT.

       P200-RELATORIO.
           MOVE  SPACES                TO  SECAO-TITULO.
           STRING "LANGWAR - " NOME-REL
                  DELIMITED BY SIZE INTO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  "N"                   TO  EM-CONFERENCIA ACHOU-TAXA.
           MOVE  NOME-REL              TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Relatorio inexistente" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              MOVE "Relatorio do LANGWAR nao encontrado"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM
              GO TO P290-FECHA-SECAO.
           READ ENT-ARQ AT END GO TO P220-FECHA-REL.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT(1:20) = "Relatorio LANGWAR - "
              AND LINHA-ENT(21:10) NOT = DATA-ARG
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  Relatorio emitido em " LINHA-ENT(21:10)
                     " - nao corresponde a data"
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "Relatorio do LANGWAR de " LINHA-ENT(21:10)
                     " - conferir a execucao de " DATA-ARG
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
       P210-LE-REL.
           READ ENT-ARQ AT END GO TO P220-FECHA-REL.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT(1:25) = "Conferencia de registros:"
              MOVE  "S"                TO  EM-CONFERENCIA
              GO TO P210-LE-REL.
           IF EM-CONFERENCIA NOT = "S"
              GO TO P210-LE-REL.
           IF LINHA-ENT(1:2) NOT = SPACES OR LINHA-ENT = SPACES
              MOVE  "N"                TO  EM-CONFERENCIA
              GO TO P210-LE-REL.
           MOVE  LINHA-ENT(1:80)       TO  LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF LINHA-ENT(1:19) = "  Taxa de rejeicao:"
              MOVE  "S"                TO  ACHOU-TAXA.
           IF LINHA-ENT(1:22) = "  CONFERENCIA COM ERRO"
              MOVE "Conferencia de registros do LANGWAR com erro"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM.
           IF LINHA-ENT(1:25) = "  AVISO: taxa de rejeicao"
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "Taxa de rejeicao acima do limite - ver "
                     NOME-REJ
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
           GO TO P210-LE-REL.
       P220-FECHA-REL.
           CLOSE ENT-ARQ.
           IF ACHOU-TAXA NOT = "S"
              MOVE "  Conferencia de registros nao encontrada"
                                       TO  LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
       P290-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P299-FIM.
           EXIT.

       P300-LANGGUARD.
           MOVE  "LANGGUARD - politica-excecoes.txt" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  ZEROS                 TO  QTDE-LIDAS QTDE-LISTADAS.
           MOVE  ZEROS                 TO  VALOR-LIDO.
           MOVE  "S"                   TO  ACHOU-DATA.
           MOVE  "politica-excecoes.txt" TO NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  LANGGUARD sem arquivo de excecoes" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              MOVE "LANGGUARD nao executado - verificar a cadeia"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM
              GO TO P390-FECHA-SECAO.
       P310-LE-EXC.
           READ ENT-ARQ AT END GO TO P320-FECHA-EXC.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT = SPACES
              GO TO P310-LE-EXC.
           IF LINHA-ENT(1:33) = "Excecoes de politica LANGGUARD - "
              AND LINHA-ENT(34:10) NOT = DATA-ARG
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  Verificacao de " LINHA-ENT(34:10)
                     " - LANGGUARD nao rodou na data"
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM
              MOVE  "N"                TO  ACHOU-DATA
              GO TO P310-LE-EXC.
           IF LINHA-ENT(1:20) = "Excecoes de politica"
              OR ACHOU-DATA NOT = "S"
              GO TO P310-LE-EXC.
           IF LINHA-ENT(1:17) = "Regras violadas: "
              MOVE  LINHA-ENT(18:12)   TO  CAMPO-NUM
              PERFORM P950-CONVERTE-NUM THRU P959-FIM
              GO TO P310-LE-EXC.
           ADD   1                     TO  QTDE-LIDAS.
           IF QTDE-LIDAS > 10
              GO TO P310-LE-EXC.
           ADD   1                     TO  QTDE-LISTADAS.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  " LINHA-ENT(1:78)
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           GO TO P310-LE-EXC.
       P320-FECHA-EXC.
           CLOSE ENT-ARQ.
           IF ACHOU-DATA NOT = "S"
              GO TO P390-FECHA-SECAO.
           IF QTDE-LIDAS > QTDE-LISTADAS
              COMPUTE QTDE-AUDITORIA = QTDE-LIDAS - QTDE-LISTADAS
              MOVE  QTDE-AUDITORIA     TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  ... e mais " CONTADOR-ED " excecoes"
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF VALOR-LIDO > QTDE-LIDAS
              MOVE  VALOR-LIDO         TO  QTDE-LIDAS.
           MOVE  QTDE-LIDAS            TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Regras violadas: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF QTDE-LIDAS > ZERO
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "Violacoes de politica a analisar:" CONTADOR-ED
                     " - ver politica-excecoes.txt"
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM.
       P390-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P399-FIM.
           EXIT.

       P400-LANGHIST.
           MOVE  "LANGHIST - compactacao.txt" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  "compactacao.txt"     TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Nenhuma compactacao registrada" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P490-FECHA-SECAO.
       P410-LE-COMP.
           READ ENT-ARQ AT END GO TO P420-FECHA-COMP.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT = SPACES
              GO TO P410-LE-COMP.
           MOVE  SPACES                TO  LINHA-BOL.
           IF LINHA-ENT(1:2) = SPACES
              MOVE  LINHA-ENT(1:80)    TO  LINHA-BOL
           ELSE
              STRING "  " LINHA-ENT(1:78)
                     DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF LINHA-ENT(1:22) = "  CONFERENCIA COM ERRO"
              MOVE "Compactacao do historico com erro de conferencia"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM.
           GO TO P410-LE-COMP.
       P420-FECHA-COMP.
           CLOSE ENT-ARQ.
       P490-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P499-FIM.
           EXIT.

       P500-MANUTENCAO.
           MOVE  SPACES                TO  SECAO-TITULO.
           STRING PROGRAMA-ED DELIMITED BY SPACE
                  " - " NOME-ARQ-ED
                  DELIMITED BY SIZE INTO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  ZEROS                 TO  QTDE-LIDAS QTDE-LISTADAS.
           MOVE  NOME-ARQ-ED           TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Nenhum lote processado" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P530-AUDITORIA.
       P510-LE-REJ.
           READ ENT-ARQ AT END GO TO P520-FECHA-REJ.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT = SPACES
              GO TO P510-LE-REJ.
           ADD   1                     TO  QTDE-LIDAS.
           IF QTDE-LIDAS > 5
              GO TO P510-LE-REJ.
           ADD   1                     TO  QTDE-LISTADAS.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Rejeitada: " LINHA-ENT(1:67)
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           GO TO P510-LE-REJ.
       P520-FECHA-REJ.
           CLOSE ENT-ARQ.
           MOVE  QTDE-LIDAS            TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Transacoes rejeitadas no ultimo lote: "
                  CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF QTDE-LIDAS > ZERO
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "Transacoes rejeitadas a corrigir:" CONTADOR-ED
                     " - ver " NOME-ARQ-ED
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
       P530-AUDITORIA.
           MOVE  ZEROS                 TO  QTDE-AUDITORIA.
           MOVE  SPACES                TO  NOME-ENT.
           IF PROGRAMA-ED = "LANGMAPA"
              MOVE  "mapa-auditoria.txt" TO NOME-ENT
           ELSE
              MOVE  "equipes-auditoria.txt" TO NOME-ENT.
           IF PROGRAMA-ED = "LANGVIGI"
              MOVE  "vigilancia-auditoria.txt" TO NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              GO TO P550-MOSTRA-AUD.
       P540-LE-AUD.
           READ ENT-ARQ AT END GO TO P545-FECHA-AUD.
           IF REG-ENT(1:10) = DATA-ARG
              ADD   1                  TO  QTDE-AUDITORIA.
           GO TO P540-LE-AUD.
       P545-FECHA-AUD.
           CLOSE ENT-ARQ.
       P550-MOSTRA-AUD.
           MOVE  QTDE-AUDITORIA        TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Mudancas auditadas na data: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P599-FIM.
           EXIT.

       P600-LANGFLUXO.
           MOVE  "LANGFLUXO - fluxo.log" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  ZEROS                 TO  PASSOS-OK PASSOS-ERRO.
           MOVE  ZEROS                 TO  PASSOS-OUTROS.
           MOVE  "fluxo.log"           TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Cadeia sem registro de execucao" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P640-FECHA-SECAO.
       P610-LE-FLUXO.
           READ ENT-ARQ AT END GO TO P620-FECHA-FLUXO.
           MOVE  REG-ENT               TO  LINHA-LOGF.
           IF LOGF-DATA-FIM NOT = DATA-ARG
              GO TO P610-LE-FLUXO.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  " LOGF-HORA-FIM " " LOGF-PASSO " "
                  LOGF-PROG " RC " LOGF-RC " " LOGF-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF LOGF-SITUACAO = "OK"
              ADD   1                  TO  PASSOS-OK
              GO TO P610-LE-FLUXO.
           IF LOGF-SITUACAO NOT = "ERRO"
              ADD   1                  TO  PASSOS-OUTROS
              GO TO P610-LE-FLUXO.
           ADD   1                     TO  PASSOS-ERRO.
           MOVE  SPACES                TO  LINHA-ACAO.
           STRING "Passo " DELIMITED BY SIZE
                  LOGF-PASSO DELIMITED BY SPACE
                  " terminou com RC" LOGF-RC " - retomar a cadeia"
                  DELIMITED BY SIZE INTO LINHA-ACAO.
           PERFORM P710-ADICIONA-ACAO  THRU P719-FIM.
           PERFORM P745-NIVEL-ERRO     THRU P749-FIM.
           GO TO P610-LE-FLUXO.
       P620-FECHA-FLUXO.
           CLOSE ENT-ARQ.
           MOVE  PASSOS-OK             TO  CONTADOR-ED.
           MOVE  PASSOS-ERRO           TO  CONTADOR2-ED.
           MOVE  PASSOS-OUTROS         TO  CONTADOR3-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Passos OK: " CONTADOR-ED
                  "   ERRO: " CONTADOR2-ED
                  "   Saltados/dispensados: " CONTADOR3-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
       P640-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P699-FIM.
           EXIT.

       P650-LANGCONC.
           MOVE  "LANGCONC - conciliacao.txt" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  "N"                   TO  ACHOU-DATA.
           MOVE  "conciliacao.txt"     TO  NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Nenhuma conciliacao registrada" TO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P680-FECHA-SECAO.
       P660-LE-CONC.
           READ ENT-ARQ AT END GO TO P670-FECHA-CONC.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT(1:17) = "Data conciliada: "
              AND LINHA-ENT(18:10) = DATA-ARG
              MOVE  "S"                TO  ACHOU-DATA
              GO TO P660-LE-CONC.
           IF LINHA-ENT(1:17) = "Data conciliada: "
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  Ultima conciliacao foi da data "
                     LINHA-ENT(18:10)
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P670-FECHA-CONC.
           IF LINHA-ENT(1:11) NOT = "Resultado: "
              OR ACHOU-DATA NOT = "S"
              GO TO P660-LE-CONC.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  " LINHA-ENT(1:78)
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF LINHA-ENT(12:10) = "DIVERGENTE"
              MOVE "Conciliacao DIVERGENTE - ver conciliacao.txt"
                                       TO  LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM.
           IF LINHA-ENT(12:22) = "CONCILIADO COM AVISOS"
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
           GO TO P660-LE-CONC.
       P670-FECHA-CONC.
           CLOSE ENT-ARQ.
       P680-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P689-FIM.
           EXIT.

       P800-VIGILANCIA.
           MOVE  "LANGWAR - vigilancia-achados.txt" TO SECAO-TITULO.
           PERFORM P720-ABRE-SECAO     THRU P729-FIM.
           MOVE  ZEROS                 TO  VIGI-ALTA VIGI-MEDIA.
           MOVE  ZEROS                 TO  VIGI-BAIXA QTDE-LISTADAS.
           MOVE  DATA-ARG              TO  DATA-ACHADOS.
           IF ULTIMO-LOG NOT = SPACES
              MOVE  ULTIMO-LOG         TO  LINHA-LOG
              MOVE  LOG-DATA-INI       TO  DATA-ACHADOS.
           MOVE  "vigilancia-achados.txt" TO NOME-ENT.
           OPEN INPUT ENT-ARQ.
           IF FS-ENT NOT = ZERO
              MOVE "  Nenhuma verificacao de vigilancia registrada"
                                       TO  LINHA-BOL
              PERFORM P700-ADICIONA-LINHA THRU P709-FIM
              GO TO P840-FECHA-SECAO.
       P810-LE-ACH.
           READ ENT-ARQ AT END GO TO P820-FECHA-ACH.
           MOVE  REG-ENT               TO  LINHA-ENT.
           IF LINHA-ENT(1:10) NOT = DATA-ACHADOS
              GO TO P810-LE-ACH.
           IF LINHA-ENT(12:1) = "M"
              ADD   1                  TO  VIGI-MEDIA
              GO TO P810-LE-ACH.
           IF LINHA-ENT(12:1) NOT = "A"
              ADD   1                  TO  VIGI-BAIXA
              GO TO P810-LE-ACH.
           ADD   1                     TO  VIGI-ALTA.
           IF VIGI-ALTA > 5
              GO TO P810-LE-ACH.
           ADD   1                     TO  QTDE-LISTADAS.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Alta: " DELIMITED BY SIZE
                  LINHA-ENT(171:200) DELIMITED BY "  "
                  " em " LINHA-ENT(70:100) DELIMITED BY "  "
                  INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           GO TO P810-LE-ACH.
       P820-FECHA-ACH.
           CLOSE ENT-ARQ.
           MOVE  VIGI-ALTA             TO  CONTADOR-ED.
           MOVE  VIGI-MEDIA            TO  CONTADOR2-ED.
           MOVE  VIGI-BAIXA            TO  CONTADOR3-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  Achados na data - alta:" CONTADOR-ED
                  "  media:" CONTADOR2-ED "  baixa:" CONTADOR3-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           IF VIGI-ALTA > ZERO
              MOVE  SPACES             TO  LINHA-ACAO
              STRING "Arquivos sensiveis de alta severidade:"
                     CONTADOR-ED " - avisar seguranca"
                     DELIMITED BY SIZE INTO LINHA-ACAO
              PERFORM P710-ADICIONA-ACAO THRU P719-FIM
              PERFORM P745-NIVEL-ERRO  THRU P749-FIM
              GO TO P840-FECHA-SECAO.
           IF VIGI-MEDIA > ZERO
              PERFORM P740-NIVEL-AVISO THRU P749-FIM.
       P840-FECHA-SECAO.
           PERFORM P730-FECHA-SECAO    THRU P739-FIM.
       P849-FIM.
           EXIT.

       P150-CONVERTE-DATA.
           MOVE  "N"                   TO  DATA-VALIDA.
           IF DMA-DIA NOT NUMERIC OR DMA-MES NOT NUMERIC
              OR DMA-ANO NOT NUMERIC
              GO TO P159-FIM.
           MOVE  DMA-ANO               TO  AMD-ANO.
           MOVE  DMA-MES               TO  AMD-MES.
           MOVE  DMA-DIA               TO  AMD-DIA.
           IF AMD-MES < 01 OR AMD-MES > 12
              GO TO P159-FIM.
           IF AMD-DIA < 01 OR AMD-DIA > 31
              GO TO P159-FIM.
           MOVE  "S"                   TO  DATA-VALIDA.
       P159-FIM.
           EXIT.

       P700-ADICIONA-LINHA.
           IF QTDE-BOL NOT LESS 400
              ADD   1                  TO  LINHAS-PERDIDAS
              GO TO P709-FIM.
           ADD   1                     TO  QTDE-BOL.
           MOVE  LINHA-BOL             TO  TAB-BOL-LINHA( QTDE-BOL ).
           MOVE  SPACES                TO  LINHA-BOL.
       P709-FIM.
           EXIT.

       P710-ADICIONA-ACAO.
           IF QTDE-ACOES NOT LESS 60
              ADD   1                  TO  ACOES-PERDIDAS
              GO TO P719-FIM.
           ADD   1                     TO  QTDE-ACOES.
           MOVE  LINHA-ACAO            TO  TAB-ACAO( QTDE-ACOES ).
           MOVE  SPACES                TO  LINHA-ACAO.
       P719-FIM.
           EXIT.

       P720-ABRE-SECAO.
           MOVE  ZEROS                 TO  NIVEL-SECAO.
           MOVE  SPACES                TO  LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           MOVE  SPACES                TO  SECAO-SIT.
           MOVE  LINHA-SECAO           TO  LINHA-BOL.
           PERFORM P700-ADICIONA-LINHA THRU P709-FIM.
           MOVE  QTDE-BOL              TO  IND-SECAO.
       P729-FIM.
           EXIT.

       P730-FECHA-SECAO.
           MOVE  "OK"                  TO  SITUACAO-ED.
           IF NIVEL-SECAO = 1
              MOVE  "AVISO"            TO  SITUACAO-ED.
           IF NIVEL-SECAO = 2
              MOVE  "ERRO"             TO  SITUACAO-ED.
           IF NIVEL-SECAO > NIVEL-GERAL
              MOVE  NIVEL-SECAO        TO  NIVEL-GERAL.
           MOVE  TAB-BOL-LINHA( IND-SECAO ) TO LINHA-SECAO.
           MOVE  SPACES                TO  SECAO-SIT.
           STRING "[" DELIMITED BY SIZE
                  SITUACAO-ED DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE INTO SECAO-SIT.
           MOVE  LINHA-SECAO           TO  TAB-BOL-LINHA( IND-SECAO ).
       P739-FIM.
           EXIT.

       P740-NIVEL-AVISO.
           IF NIVEL-SECAO < 1
              MOVE  1                  TO  NIVEL-SECAO.
           GO TO P749-FIM.
       P745-NIVEL-ERRO.
           MOVE  2                     TO  NIVEL-SECAO.
       P749-FIM.
           EXIT.

       P900-GRAVA-BOLETIM.
           OPEN OUTPUT BOL-SAIDA.
           IF FS-BOL > 0
              DISPLAY "Erro de Abertura: " FS-BOL
              DISPLAY "Boletim NAO gravado"
              MOVE  8                  TO  RETURN-CODE.
           MOVE  "OK"                  TO  SITUACAO-ED.
           IF NIVEL-GERAL = 1
              MOVE  "AVISO"            TO  SITUACAO-ED.
           IF NIVEL-GERAL = 2
              MOVE  "ERRO"             TO  SITUACAO-ED.
           MOVE  ALL "="               TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "Boletim de operacoes LANGWAR - " DATA-ARG
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "Emitido em " DATA-HOJE-ED " " HORA-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "SITUACAO GERAL: " SITUACAO-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  QTDE-ACOES            TO  CONTADOR-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "Itens para acao: " CONTADOR-ED
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  ALL "="               TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  ZEROS                 TO  IND1.
       P910-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-BOL
              GO TO P920-ACOES.
           MOVE  TAB-BOL-LINHA( IND1 ) TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           GO TO P910-LOOPING.
       P920-ACOES.
           IF LINHAS-PERDIDAS > ZERO
              MOVE  LINHAS-PERDIDAS    TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  ... boletim truncado - " CONTADOR-ED
                     " linhas omitidas"
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P990-GRAVA-LINHA THRU P990-FIM.
           MOVE  SPACES                TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  ALL "-"               TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           MOVE  "ACOES NECESSARIAS"   TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           IF QTDE-ACOES = ZERO
              MOVE "  Nenhuma"         TO  LINHA-BOL
              PERFORM P990-GRAVA-LINHA THRU P990-FIM.
           MOVE  ZEROS                 TO  IND1.
       P930-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-ACOES
              GO TO P940-FECHA.
           MOVE  IND1                  TO  ACAO-ED.
           MOVE  SPACES                TO  LINHA-BOL.
           STRING "  " ACAO-ED ". " TAB-ACAO( IND1 )
                  DELIMITED BY SIZE INTO LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           GO TO P930-LOOPING.
       P940-FECHA.
           IF ACOES-PERDIDAS > ZERO
              MOVE  ACOES-PERDIDAS     TO  CONTADOR-ED
              MOVE  SPACES             TO  LINHA-BOL
              STRING "  ... e mais " CONTADOR-ED " itens"
                     DELIMITED BY SIZE INTO LINHA-BOL
              PERFORM P990-GRAVA-LINHA THRU P990-FIM.
           MOVE  ALL "="               TO  LINHA-BOL.
           PERFORM P990-GRAVA-LINHA    THRU P990-FIM.
           IF FS-BOL = ZERO
              CLOSE BOL-SAIDA.
           GO TO P999-FIM.
       P990-GRAVA-LINHA.
           DISPLAY LINHA-BOL.
           IF FS-BOL = ZERO
              WRITE  REG-BOL           FROM LINHA-BOL.
       P990-FIM.
           EXIT.
       P999-FIM.
           EXIT.

       P950-CONVERTE-NUM.
           MOVE  "S"                   TO  NUM-OK.
           MOVE  ZEROS                 TO  VALOR-LIDO IND2.
       P955-LOOPING.
           ADD   1                     TO  IND2.
           IF IND2 > 12
              GO TO P959-FIM.
           MOVE  CAMPO-NUM( IND2 : 1 ) TO  DIGITO.
           IF DIGITO = SPACE
              GO TO P955-LOOPING.
           IF DIGITO LESS "0" OR DIGITO GREATER "9"
              MOVE  "N"                TO  NUM-OK
              GO TO P959-FIM.
           COMPUTE VALOR-LIDO = VALOR-LIDO * 10 + DIGITO-NUM.
           GO TO P955-LOOPING.
       P959-FIM.
           EXIT.
