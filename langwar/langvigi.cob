       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANGVIGI.
       AUTHOR.        FABIANO WEIMAR DOS SANTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT VIGI-ARQ
            ASSIGN       TO "vigilancia.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-VIGI.
            SELECT TRANS-ARQ
            ASSIGN DYNAMIC NOME-TRANS
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-TRANS.
            SELECT TREJ-SAIDA
            ASSIGN       TO "vigilancia-rejeitos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-TREJ.
            SELECT AUD-SAIDA
            ASSIGN       TO "vigilancia-auditoria.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS  IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD    VIGI-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-VIGI                  PIC X(46).

       FD    TRANS-ARQ
             LABEL RECORD IS STANDARD.
       01    REG-TRANS                 PIC X(60).

       FD    TREJ-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-TREJ                  PIC X(64).

       FD    AUD-SAIDA
             LABEL RECORD IS STANDARD.
       01    REG-AUD                   PIC X(100).

       WORKING-STORAGE SECTION.
       77    FS-VIGI                   PIC 9(02).
       77    FS-TRANS                  PIC 9(02).
       77    FS-TREJ                   PIC 9(02).
       77    FS-AUD                    PIC 9(02).
       77    NOME-TRANS                PIC X(100).
       01    LINHA-TRANS.
        03   TR-OP                     PIC X(01).
        03   FILLER                    PIC X(01).
        03   TR-TIPO                   PIC X(01).
        03   FILLER                    PIC X(01).
        03   TR-VALOR                  PIC X(40).
        03   FILLER                    PIC X(01).
        03   TR-SEV                    PIC X(01).
       01    LINHA-TREJ.
        03   TREJ-MOTIVO               PIC X(02).
        03   FILLER                    PIC X(01).
        03   TREJ-CONTEUDO             PIC X(60).
       77    MOTIVO-TREJ               PIC X(02).
       77    CONTADOR-TRANS            PIC 9(05).
       77    CONTADOR-APLICADAS        PIC 9(05).
       77    CONTADOR-TREJ             PIC 9(05).
       77    CONTADOR-ED               PIC ZZZZ9.
       01    AUD-TAB.
        03   AUD-ITEM OCCURS 500 TIMES.
         05  AUD-OP                    PIC X(01).
         05  AUD-TIPO                  PIC X(01).
         05  AUD-VALOR                 PIC X(40).
         05  AUD-ANT-SEV               PIC X(01).
         05  AUD-ANT-SIT               PIC X(01).
         05  AUD-NOV-SEV               PIC X(01).
         05  AUD-NOV-SIT               PIC X(01).
       77    QTDE-AUD                  PIC 9(03).
       77    OP-AUD                    PIC X(01).
       77    ANTES-SEV                 PIC X(01).
       77    ANTES-SIT                 PIC X(01).
       77    IND-AUD                   PIC 9(03).
       01    DATA-EXEC.
        03   DATA-ANO                  PIC 9(04).
        03   DATA-MES                  PIC 9(02).
        03   DATA-DIA                  PIC 9(02).
       01    HORA-EXEC.
        03   HORA-HH                   PIC X(02).
        03   HORA-MM                   PIC X(02).
        03   HORA-SS                   PIC X(02).
        03   FILLER                    PIC X(02).
       01    DATA-ED                   PIC X(10).
       01    HORA-ED                   PIC X(08).
       01    LINHA-AUD                 PIC X(100).
       01    LINHA-VIGI.
        03   LINHA-VIGI-TIPO           PIC X(01).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-VALOR          PIC X(40).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-SEV            PIC X(01).
        03   FILLER                    PIC X(01).
        03   LINHA-VIGI-SIT            PIC X(01).
       01    TAB-VIGI.
        03   TAB-VIGI-TIPO             PIC X(01) OCCURS 200 TIMES.
        03   TAB-VIGI-VALOR            PIC X(40) OCCURS 200 TIMES.
        03   TAB-VIGI-SEV              PIC X(01) OCCURS 200 TIMES.
        03   TAB-VIGI-SIT              PIC X(01) OCCURS 200 TIMES.
       77    QTDE-VIGI                 PIC 9(03).
       77    IND1                      PIC 9(03).
       77    IND-ACHOU                 PIC 9(03).
       77    OPCAO                     PIC X(01).
       77    OPCOES-INVALIDAS          PIC 9(02).
       77    TIPO-DIGITADO             PIC X(01).
       77    VALOR-DIGITADO            PIC X(40).
       77    SEV-DIGITADA              PIC X(01).
       77    MOTIVO-VALOR              PIC X(02).
       77    TAM-VALOR                 PIC 9(02).
       77    CORINGAS                  PIC 9(02).
       01    TAB-PADRAO-VALORES.
        03 FILLER PIC X(24) VALUE "E pem                  A".
        03 FILLER PIC X(24) VALUE "E key                  A".
        03 FILLER PIC X(24) VALUE "E p12                  A".
        03 FILLER PIC X(24) VALUE "E pfx                  A".
        03 FILLER PIC X(24) VALUE "E jks                  A".
        03 FILLER PIC X(24) VALUE "E keystore             A".
        03 FILLER PIC X(24) VALUE "E kdbx                 A".
        03 FILLER PIC X(24) VALUE "N id_rsa               A".
        03 FILLER PIC X(24) VALUE "N id_dsa               A".
        03 FILLER PIC X(24) VALUE "N id_ecdsa             A".
        03 FILLER PIC X(24) VALUE "N id_ed25519           A".
        03 FILLER PIC X(24) VALUE "N .env                 A".
        03 FILLER PIC X(24) VALUE "N .htpasswd            A".
        03 FILLER PIC X(24) VALUE "P .env.*               M".
        03 FILLER PIC X(24) VALUE "E dump                 M".
        03 FILLER PIC X(24) VALUE "P *dump*.sql           M".
        03 FILLER PIC X(24) VALUE "E sql.gz               M".
        03 FILLER PIC X(24) VALUE "E bak                  B".
       01    TAB-PADRAO REDEFINES TAB-PADRAO-VALORES.
        03   TAB-PAD-ENTRY OCCURS 18 TIMES.
         05  TAB-PAD-TIPO              PIC X(01).
         05  FILLER                    PIC X(01).
         05  TAB-PAD-VALOR             PIC X(20).
         05  FILLER                    PIC X(01).
         05  TAB-PAD-SEV               PIC X(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE  ZEROS                 TO  OPCOES-INVALIDAS QTDE-AUD.
           MOVE  ZEROS                 TO  CONTADOR-TRANS.
           MOVE  ZEROS                 TO  CONTADOR-APLICADAS.
           MOVE  ZEROS                 TO  CONTADOR-TREJ.
           MOVE  SPACES                TO  NOME-TRANS.
           ACCEPT NOME-TRANS           FROM COMMAND-LINE.
           PERFORM P100-CARREGA        THRU P199-FIM.
           IF NOME-TRANS NOT = SPACES
              PERFORM P800-PROCESSA-LOTE THRU P899-FIM
              GO TO FIM.
       MOSTRA-MENU.
           DISPLAY " ".
           DISPLAY "LANGVIGI - Manutencao da lista de vigilancia".
           DISPLAY "I=Incluir A=Alterar D=Desativar R=Reativar".
           DISPLAY "L=Listar  F=Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           MOVE  SPACES                TO  OPCAO.
           ACCEPT OPCAO.
           IF OPCAO = "I" OR OPCAO = "i"
              MOVE  ZEROS              TO  OPCOES-INVALIDAS
              PERFORM P200-INCLUI      THRU P299-FIM
              GO TO MOSTRA-MENU.
           IF OPCAO = "A" OR OPCAO = "a"
              MOVE  ZEROS              TO  OPCOES-INVALIDAS
              PERFORM P300-ALTERA      THRU P399-FIM
              GO TO MOSTRA-MENU.
           IF OPCAO = "D" OR OPCAO = "d"
              MOVE  ZEROS              TO  OPCOES-INVALIDAS
              PERFORM P400-DESATIVA    THRU P499-FIM
              GO TO MOSTRA-MENU.
           IF OPCAO = "R" OR OPCAO = "r"
              MOVE  ZEROS              TO  OPCOES-INVALIDAS
              PERFORM P450-REATIVA     THRU P459-FIM
              GO TO MOSTRA-MENU.
           IF OPCAO = "L" OR OPCAO = "l"
              MOVE  ZEROS              TO  OPCOES-INVALIDAS
              PERFORM P500-LISTA       THRU P599-FIM
              GO TO MOSTRA-MENU.
           IF OPCAO = "F" OR OPCAO = "f"
              GO TO FIM.
           DISPLAY "Opcao invalida".
           ADD   1                     TO  OPCOES-INVALIDAS.
           IF OPCOES-INVALIDAS NOT LESS 3
              DISPLAY "Entrada encerrada - gravando a lista"
              GO TO FIM.
           GO TO MOSTRA-MENU.
       FIM.
           PERFORM P600-GRAVA          THRU P699-FIM.
           PERFORM P900-GRAVA-AUDITORIA THRU P999-FIM.
           IF CONTADOR-TREJ > ZERO AND RETURN-CODE = ZERO
              MOVE  4                  TO  RETURN-CODE.
           STOP RUN.

       P100-CARREGA.
           MOVE  ZEROS                 TO  QTDE-VIGI.
           OPEN INPUT VIGI-ARQ.
           IF FS-VIGI NOT = ZERO
              GO TO P150-SEMENTE.
       P110-LE-VIGI.
           READ VIGI-ARQ AT END GO TO P120-FECHA.
           MOVE  REG-VIGI              TO  LINHA-VIGI.
           IF LINHA-VIGI-VALOR = SPACES
              GO TO P110-LE-VIGI.
           IF QTDE-VIGI NOT LESS 200
              GO TO P110-LE-VIGI.
           ADD   1                     TO  QTDE-VIGI.
           MOVE  LINHA-VIGI-TIPO       TO  TAB-VIGI-TIPO( QTDE-VIGI ).
           MOVE  LINHA-VIGI-VALOR      TO  TAB-VIGI-VALOR( QTDE-VIGI ).
           MOVE  LINHA-VIGI-SEV        TO  TAB-VIGI-SEV( QTDE-VIGI ).
           MOVE  LINHA-VIGI-SIT        TO  TAB-VIGI-SIT( QTDE-VIGI ).
           GO TO P110-LE-VIGI.
       P120-FECHA.
           CLOSE VIGI-ARQ.
           IF QTDE-VIGI > ZERO
              GO TO P199-FIM.
       P150-SEMENTE.
           DISPLAY "Lista inexistente - carregando tabela padrao".
           MOVE  ZEROS                 TO  IND1.
       P160-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > 18
              GO TO P199-FIM.
           MOVE  TAB-PAD-TIPO( IND1 )  TO  TAB-VIGI-TIPO( IND1 ).
           MOVE  TAB-PAD-VALOR( IND1 ) TO  TAB-VIGI-VALOR( IND1 ).
           MOVE  TAB-PAD-SEV( IND1 )   TO  TAB-VIGI-SEV( IND1 ).
           MOVE  "A"                   TO  TAB-VIGI-SIT( IND1 ).
           MOVE  IND1                  TO  QTDE-VIGI.
           GO TO P160-LOOPING.
       P199-FIM.
           EXIT.

       P200-INCLUI.
           PERFORM P700-PEDE-CHAVE     THRU P709-FIM.
           IF VALOR-DIGITADO = SPACES
              GO TO P299-FIM.
           IF MOTIVO-VALOR NOT = SPACES
              PERFORM P740-MOSTRA-MOTIVO THRU P749-FIM
              GO TO P299-FIM.
           PERFORM P750-PROCURA        THRU P759-FIM.
           IF IND-ACHOU > ZERO
              DISPLAY "Entrada ja cadastrada - severidade "
                      TAB-VIGI-SEV( IND-ACHOU )
              GO TO P299-FIM.
           IF QTDE-VIGI NOT LESS 200
              DISPLAY "Lista cheia - nao e possivel incluir"
              GO TO P299-FIM.
           PERFORM P710-PEDE-SEV       THRU P719-FIM.
           IF SEV-DIGITADA NOT = "A" AND SEV-DIGITADA NOT = "M"
              AND SEV-DIGITADA NOT = "B"
              DISPLAY "Severidade invalida - inclusao cancelada"
              GO TO P299-FIM.
           ADD   1                     TO  QTDE-VIGI.
           MOVE  TIPO-DIGITADO         TO  TAB-VIGI-TIPO( QTDE-VIGI ).
           MOVE  VALOR-DIGITADO        TO  TAB-VIGI-VALOR( QTDE-VIGI ).
           MOVE  SEV-DIGITADA          TO  TAB-VIGI-SEV( QTDE-VIGI ).
           MOVE  "A"                   TO  TAB-VIGI-SIT( QTDE-VIGI ).
           MOVE  "I"                   TO  OP-AUD.
           MOVE  SPACES                TO  ANTES-SEV ANTES-SIT.
           MOVE  QTDE-VIGI             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
           DISPLAY "Incluida".
       P299-FIM.
           EXIT.

       P300-ALTERA.
           PERFORM P700-PEDE-CHAVE     THRU P709-FIM.
           IF VALOR-DIGITADO = SPACES
              GO TO P399-FIM.
           PERFORM P750-PROCURA        THRU P759-FIM.
           IF IND-ACHOU = ZERO
              DISPLAY "Entrada nao cadastrada"
              GO TO P399-FIM.
           DISPLAY "Severidade atual: " TAB-VIGI-SEV( IND-ACHOU ).
           PERFORM P710-PEDE-SEV       THRU P719-FIM.
           IF SEV-DIGITADA NOT = "A" AND SEV-DIGITADA NOT = "M"
              AND SEV-DIGITADA NOT = "B"
              DISPLAY "Severidade invalida - alteracao cancelada"
              GO TO P399-FIM.
           MOVE  TAB-VIGI-SEV( IND-ACHOU ) TO ANTES-SEV.
           MOVE  TAB-VIGI-SIT( IND-ACHOU ) TO ANTES-SIT.
           MOVE  SEV-DIGITADA          TO  TAB-VIGI-SEV( IND-ACHOU ).
           MOVE  "A"                   TO  OP-AUD.
           MOVE  IND-ACHOU             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
           DISPLAY "Alterada".
       P399-FIM.
           EXIT.

       P400-DESATIVA.
           PERFORM P700-PEDE-CHAVE     THRU P709-FIM.
           IF VALOR-DIGITADO = SPACES
              GO TO P499-FIM.
           PERFORM P750-PROCURA        THRU P759-FIM.
           IF IND-ACHOU = ZERO
              DISPLAY "Entrada nao cadastrada"
              GO TO P499-FIM.
           MOVE  TAB-VIGI-SEV( IND-ACHOU ) TO ANTES-SEV.
           MOVE  TAB-VIGI-SIT( IND-ACHOU ) TO ANTES-SIT.
           MOVE  "I"                   TO  TAB-VIGI-SIT( IND-ACHOU ).
           MOVE  "D"                   TO  OP-AUD.
           MOVE  IND-ACHOU             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
           DISPLAY "Desativada".
       P499-FIM.
           EXIT.

       P450-REATIVA.
           PERFORM P700-PEDE-CHAVE     THRU P709-FIM.
           IF VALOR-DIGITADO = SPACES
              GO TO P459-FIM.
           PERFORM P750-PROCURA        THRU P759-FIM.
           IF IND-ACHOU = ZERO
              DISPLAY "Entrada nao cadastrada"
              GO TO P459-FIM.
           MOVE  TAB-VIGI-SEV( IND-ACHOU ) TO ANTES-SEV.
           MOVE  TAB-VIGI-SIT( IND-ACHOU ) TO ANTES-SIT.
           MOVE  "A"                   TO  TAB-VIGI-SIT( IND-ACHOU ).
           MOVE  "R"                   TO  OP-AUD.
           MOVE  IND-ACHOU             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
           DISPLAY "Reativada".
       P459-FIM.
           EXIT.

       P500-LISTA.
           DISPLAY "T Valor                                    Sev Sit".
           MOVE  ZEROS                 TO  IND1.
       P510-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-VIGI
              GO TO P599-FIM.
           DISPLAY TAB-VIGI-TIPO( IND1 ) " "
                   TAB-VIGI-VALOR( IND1 ) "  "
                   TAB-VIGI-SEV( IND1 ) "   "
                   TAB-VIGI-SIT( IND1 ).
           GO TO P510-LOOPING.
       P599-FIM.
           EXIT.

       P600-GRAVA.
           OPEN OUTPUT VIGI-ARQ.
           IF FS-VIGI > 0
              DISPLAY "Erro de Abertura: " FS-VIGI
              DISPLAY "Lista NAO gravada"
              MOVE  8                  TO  RETURN-CODE
              GO TO P699-FIM.
           MOVE  ZEROS                 TO  IND1.
       P610-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-VIGI
              GO TO P620-FECHA.
           MOVE  SPACES                TO  LINHA-VIGI.
           MOVE  TAB-VIGI-TIPO( IND1 ) TO  LINHA-VIGI-TIPO.
           MOVE  TAB-VIGI-VALOR( IND1 ) TO LINHA-VIGI-VALOR.
           MOVE  TAB-VIGI-SEV( IND1 )  TO  LINHA-VIGI-SEV.
           MOVE  TAB-VIGI-SIT( IND1 )  TO  LINHA-VIGI-SIT.
           WRITE  REG-VIGI             FROM LINHA-VIGI.
           GO TO P610-LOOPING.
       P620-FECHA.
           CLOSE VIGI-ARQ.
           DISPLAY "Lista gravada: " QTDE-VIGI " entradas".
       P699-FIM.
           EXIT.

       P700-PEDE-CHAVE.
           DISPLAY "Tipo (E=extensao N=nome P=padrao): "
                   WITH NO ADVANCING.
           MOVE  SPACES                TO  TIPO-DIGITADO.
           ACCEPT TIPO-DIGITADO.
           DISPLAY "Valor: " WITH NO ADVANCING.
           MOVE  SPACES                TO  VALOR-DIGITADO.
           ACCEPT VALOR-DIGITADO.
           PERFORM P720-VALIDA-CHAVE   THRU P729-FIM.
       P709-FIM.
           EXIT.

       P710-PEDE-SEV.
           DISPLAY "Severidade (A=alta M=media B=baixa): "
                   WITH NO ADVANCING.
           MOVE  SPACES                TO  SEV-DIGITADA.
           ACCEPT SEV-DIGITADA.
           INSPECT SEV-DIGITADA CONVERTING "amb" TO "AMB".
       P719-FIM.
           EXIT.

       P720-VALIDA-CHAVE.
           MOVE  SPACES                TO  MOTIVO-VALOR.
           INSPECT TIPO-DIGITADO CONVERTING "enp" TO "ENP".
           INSPECT VALOR-DIGITADO CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "abcdefghijklmnopqrstuvwxyz".
           IF VALOR-DIGITADO = SPACES
              MOVE  "VL"               TO  MOTIVO-VALOR
              GO TO P729-FIM.
           IF TIPO-DIGITADO NOT = "E" AND TIPO-DIGITADO NOT = "N"
              AND TIPO-DIGITADO NOT = "P"
              MOVE  "TP"               TO  MOTIVO-VALOR
              GO TO P729-FIM.
           IF VALOR-DIGITADO(1:1) = SPACE
              MOVE  "VL"               TO  MOTIVO-VALOR
              GO TO P729-FIM.
           IF TIPO-DIGITADO = "E" AND VALOR-DIGITADO(1:1) = "."
              MOVE  "PT"               TO  MOTIVO-VALOR
              GO TO P729-FIM.
           IF TIPO-DIGITADO NOT = "P"
              GO TO P729-FIM.
           MOVE  ZEROS                 TO  CORINGAS.
           INSPECT VALOR-DIGITADO TALLYING CORINGAS FOR ALL "*"
                                                    ALL "?".
           IF CORINGAS = ZERO
              MOVE  "CG"               TO  MOTIVO-VALOR.
       P729-FIM.
           EXIT.

       P740-MOSTRA-MOTIVO.
           IF MOTIVO-VALOR = "TP"
              DISPLAY "Tipo invalido - use E, N ou P".
           IF MOTIVO-VALOR = "VL"
              DISPLAY "Valor deve comecar na primeira posicao".
           IF MOTIVO-VALOR = "PT"
              DISPLAY "Extensao deve ser informada sem ponto".
           IF MOTIVO-VALOR = "CG"
              DISPLAY "Padrao sem * ou ? - use o tipo N".
       P749-FIM.
           EXIT.

       P750-PROCURA.
           MOVE  ZEROS                 TO  IND-ACHOU IND1.
       P755-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-VIGI
              GO TO P759-FIM.
           IF TAB-VIGI-TIPO( IND1 ) = TIPO-DIGITADO
              AND TAB-VIGI-VALOR( IND1 ) = VALOR-DIGITADO
              MOVE  IND1               TO  IND-ACHOU
              GO TO P759-FIM.
           GO TO P755-LOOPING.
       P759-FIM.
           EXIT.

       P760-ANOTA-AUDITORIA.
           IF QTDE-AUD NOT LESS 500
              DISPLAY "Auditoria cheia - mudanca sem registro"
              GO TO P769-FIM.
           ADD   1                     TO  QTDE-AUD.
           MOVE  OP-AUD                TO  AUD-OP( QTDE-AUD ).
           MOVE  TAB-VIGI-TIPO( IND-AUD ) TO AUD-TIPO( QTDE-AUD ).
           MOVE  TAB-VIGI-VALOR( IND-AUD ) TO AUD-VALOR( QTDE-AUD ).
           MOVE  ANTES-SEV             TO  AUD-ANT-SEV( QTDE-AUD ).
           MOVE  ANTES-SIT             TO  AUD-ANT-SIT( QTDE-AUD ).
           MOVE  TAB-VIGI-SEV( IND-AUD ) TO AUD-NOV-SEV( QTDE-AUD ).
           MOVE  TAB-VIGI-SIT( IND-AUD ) TO AUD-NOV-SIT( QTDE-AUD ).
       P769-FIM.
           EXIT.

       P800-PROCESSA-LOTE.
           OPEN INPUT TRANS-ARQ.
           IF FS-TRANS > 0
              DISPLAY "Erro de Abertura: " FS-TRANS " " NOME-TRANS
              MOVE  8                  TO  RETURN-CODE
              STOP RUN.
           OPEN OUTPUT TREJ-SAIDA.
           IF FS-TREJ > 0
              DISPLAY "Erro de Abertura: " FS-TREJ.
       P810-LE-TRANS.
           READ TRANS-ARQ AT END GO TO P890-FECHA.
           MOVE  REG-TRANS             TO  LINHA-TRANS.
           IF LINHA-TRANS = SPACES
              GO TO P810-LE-TRANS.
           IF TR-OP = "*"
              GO TO P810-LE-TRANS.
           ADD   1                     TO  CONTADOR-TRANS.
           MOVE  SPACES                TO  MOTIVO-TREJ.
           IF TR-OP NOT = "I" AND TR-OP NOT = "A"
              AND TR-OP NOT = "D" AND TR-OP NOT = "R"
              MOVE  "OP"               TO  MOTIVO-TREJ
              GO TO P880-REJEITA.
           MOVE  TR-TIPO               TO  TIPO-DIGITADO.
           MOVE  TR-VALOR              TO  VALOR-DIGITADO.
           MOVE  TR-SEV                TO  SEV-DIGITADA.
           INSPECT SEV-DIGITADA CONVERTING "amb" TO "AMB".
           PERFORM P720-VALIDA-CHAVE   THRU P729-FIM.
           IF MOTIVO-VALOR NOT = SPACES
              MOVE  MOTIVO-VALOR       TO  MOTIVO-TREJ
              GO TO P880-REJEITA.
           PERFORM P750-PROCURA        THRU P759-FIM.
           IF TR-OP = "I"
              PERFORM P820-LOTE-INCLUI THRU P829-FIM
              GO TO P870-TESTA.
           IF IND-ACHOU = ZERO
              MOVE  "NC"               TO  MOTIVO-TREJ
              GO TO P880-REJEITA.
           PERFORM P830-LOTE-APLICA    THRU P839-FIM.
       P870-TESTA.
           IF MOTIVO-TREJ NOT = SPACES
              GO TO P880-REJEITA.
           ADD   1                     TO  CONTADOR-APLICADAS.
           GO TO P810-LE-TRANS.
       P880-REJEITA.
           ADD   1                     TO  CONTADOR-TREJ.
           IF FS-TREJ NOT = ZERO
              GO TO P810-LE-TRANS.
           MOVE  SPACES                TO  LINHA-TREJ.
           MOVE  MOTIVO-TREJ           TO  TREJ-MOTIVO.
           MOVE  REG-TRANS             TO  TREJ-CONTEUDO.
           WRITE  REG-TREJ             FROM LINHA-TREJ.
           GO TO P810-LE-TRANS.
       P890-FECHA.
           CLOSE TRANS-ARQ.
           IF FS-TREJ = ZERO
              CLOSE TREJ-SAIDA.
           MOVE  CONTADOR-TRANS        TO  CONTADOR-ED.
           DISPLAY "Transacoes lidas:      " CONTADOR-ED.
           MOVE  CONTADOR-APLICADAS    TO  CONTADOR-ED.
           DISPLAY "Transacoes aplicadas:  " CONTADOR-ED.
           MOVE  CONTADOR-TREJ         TO  CONTADOR-ED.
           DISPLAY "Transacoes rejeitadas: " CONTADOR-ED.
       P899-FIM.
           EXIT.

       P820-LOTE-INCLUI.
           IF IND-ACHOU > ZERO
              MOVE  "JA"               TO  MOTIVO-TREJ
              GO TO P829-FIM.
           IF QTDE-VIGI NOT LESS 200
              MOVE  "CH"               TO  MOTIVO-TREJ
              GO TO P829-FIM.
           IF SEV-DIGITADA NOT = "A" AND SEV-DIGITADA NOT = "M"
              AND SEV-DIGITADA NOT = "B"
              MOVE  "SV"               TO  MOTIVO-TREJ
              GO TO P829-FIM.
           ADD   1                     TO  QTDE-VIGI.
           MOVE  TIPO-DIGITADO         TO  TAB-VIGI-TIPO( QTDE-VIGI ).
           MOVE  VALOR-DIGITADO        TO  TAB-VIGI-VALOR( QTDE-VIGI ).
           MOVE  SEV-DIGITADA          TO  TAB-VIGI-SEV( QTDE-VIGI ).
           MOVE  "A"                   TO  TAB-VIGI-SIT( QTDE-VIGI ).
           MOVE  "I"                   TO  OP-AUD.
           MOVE  SPACES                TO  ANTES-SEV ANTES-SIT.
           MOVE  QTDE-VIGI             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
       P829-FIM.
           EXIT.

       P830-LOTE-APLICA.
           MOVE  TAB-VIGI-SEV( IND-ACHOU ) TO ANTES-SEV.
           MOVE  TAB-VIGI-SIT( IND-ACHOU ) TO ANTES-SIT.
           IF TR-OP NOT = "A"
              GO TO P835-SITUACAO.
           IF SEV-DIGITADA NOT = "A" AND SEV-DIGITADA NOT = "M"
              AND SEV-DIGITADA NOT = "B"
              MOVE  "SV"               TO  MOTIVO-TREJ
              GO TO P839-FIM.
           MOVE  SEV-DIGITADA          TO  TAB-VIGI-SEV( IND-ACHOU ).
           GO TO P838-ANOTA.
       P835-SITUACAO.
           IF TR-OP = "D"
              MOVE  "I"                TO  TAB-VIGI-SIT( IND-ACHOU )
           ELSE
              MOVE  "A"                TO  TAB-VIGI-SIT( IND-ACHOU ).
       P838-ANOTA.
           MOVE  TR-OP                 TO  OP-AUD.
           MOVE  IND-ACHOU             TO  IND-AUD.
           PERFORM P760-ANOTA-AUDITORIA THRU P769-FIM.
       P839-FIM.
           EXIT.

       P900-GRAVA-AUDITORIA.
           IF QTDE-AUD = ZERO
              GO TO P999-FIM.
           ACCEPT  DATA-EXEC        FROM DATE YYYYMMDD.
           ACCEPT  HORA-EXEC        FROM TIME.
           MOVE  SPACES                TO  DATA-ED HORA-ED.
           STRING  DATA-DIA  "/" DATA-MES "/" DATA-ANO
                   DELIMITED BY SIZE INTO DATA-ED.
           STRING  HORA-HH ":" HORA-MM ":" HORA-SS
                   DELIMITED BY SIZE INTO HORA-ED.
           OPEN EXTEND AUD-SAIDA.
           IF FS-AUD = 35
              OPEN OUTPUT AUD-SAIDA.
           IF FS-AUD > 0
              DISPLAY "Erro de Abertura: " FS-AUD
              DISPLAY "Auditoria NAO gravada"
              IF RETURN-CODE = ZERO
                 MOVE  4               TO  RETURN-CODE
                 GO TO P999-FIM
              ELSE
                 GO TO P999-FIM.
           MOVE  ZEROS                 TO  IND1.
       P910-LOOPING.
           ADD   1                     TO  IND1.
           IF IND1 > QTDE-AUD
              GO TO P920-FECHA.
           MOVE  SPACES                TO  LINHA-AUD.
           STRING DATA-ED " " HORA-ED " "
                  AUD-OP( IND1 ) " "
                  AUD-TIPO( IND1 ) " "
                  AUD-VALOR( IND1 ) " de "
                  AUD-ANT-SEV( IND1 ) "/"
                  AUD-ANT-SIT( IND1 ) " para "
                  AUD-NOV-SEV( IND1 ) "/"
                  AUD-NOV-SIT( IND1 )
                  DELIMITED BY SIZE INTO LINHA-AUD.
           WRITE  REG-AUD              FROM LINHA-AUD.
           GO TO P910-LOOPING.
       P920-FECHA.
           CLOSE AUD-SAIDA.
           DISPLAY "Auditoria gravada: " QTDE-AUD " mudancas".
       P999-FIM.
           EXIT.
