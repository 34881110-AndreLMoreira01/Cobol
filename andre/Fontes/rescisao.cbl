       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESCISAO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RESCISAO - calculo da rescisao do contrato de trabalho.
      * Para o funcionario do CADFUN, a data de desligamento e o tipo
      * de rescisao (S = sem justa causa, P = pedido de demissao,
      * J = justa causa, A = acordo) calcula as verbas:
      *   saldo de salario   salario / 30 x dias trabalhados no mes;
      *   aviso previo       30 dias + 3 por ano completo (ate 90),
      *                      indenizado (I) ou trabalhado (T); no
      *                      acordo o indenizado vale a metade; no
      *                      pedido de demissao o aviso nao cumprido
      *                      (N) e descontado (30 dias); o aviso
      *                      indenizado projeta a data para os avos;
      *   ferias vencidas    saldo dos periodos aquisitivos completos
      *                      do controle de ferias (CADFER), em dobro
      *                      os que passaram do limite de concessao;
      *                      sem periodos no CADFER so as
      *                      proporcionais desde o ultimo aniversario
      *                      de admissao;
      *   ferias proporc.    avos do periodo em aquisicao (fracao de
      *                      15 dias ou mais vale um avo), mais 1/3
      *                      sobre todas as ferias;
      *   13. proporcional   avos do ano ate a data projetada;
      *   lancamentos        eventos do MOVEVE da competencia, como
      *                      na FOLHA.
      * Justa causa recebe so saldo de salario e ferias vencidas.
      * INSS e IRRF pelas faixas do TABIMP, separados para o mes e
      * para o 13.; aviso indenizado e ferias indenizadas nao
      * incidem.  FGTS do mes rescisorio sobre saldo, aviso e 13.;
      * multa de 40% (sem justa causa) ou 20% (acordo) sobre o saldo
      * do FGTS informado do extrato ou, sem ele, estimado pelo
      * salario x meses de servico.  Percentual do FGTS e horas do
      * mes vem do FOLHA.PAR.
      * Gravar guarda a rescisao no RESCIS (a FOLHA da competencia do
      * desligamento usa as verbas dela no lugar do calculo mensal e
      * elas entram nos totais por centro de custo), preenche o
      * desligamento no CADFUN se estiver vazio, encerra os periodos
      * de ferias e reverte a provisao do PROVMES: a competencia do
      * desligamento fica zerada e o saldo revertido sai no termo.
      * Competencia fechada em FECHCTL nao aceita gravar nem excluir.
      * Imprimir grava o termo em RESCISAO.TXT.  Excluir respeita a
      * permissao de excluir da tabela CADPRM.  Alteracoes vao para o
      * AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "rescis.sl".
           copy "cadfun.sl".
           copy "cadfer.sl".
           copy "cademp.sl".
           copy "tabimp.sl".
           copy "tabeve.sl".
           copy "moveve.sl".
           copy "provmes.sl".
           copy "fechctl.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'FOLHA.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'RESCISAO.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "rescis.fd".
           copy "cadfun.fd".
           copy "cadfer.fd".
           copy "cademp.fd".
           copy "tabimp.fd".
           copy "tabeve.fd".
           copy "moveve.fd".
           copy "provmes.fd".
           copy "fechctl.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-CALCULAR             VALUE 05.
       78  EXCEPTION-GRAVAR               VALUE 06.
       78  EXCEPTION-IMPRIMIR             VALUE 07.
       78  EXCEPTION-EXCLUIR              VALUE 08.
       78  ID-LISTA-VERBAS                VALUE 25.
       78  MAX-FAIXAS                     VALUE 15.

       01  CAMPOS-W.
           03  STAT-RESCIS                PIC  X(02).
               88 VALID-RESCIS            VALUE '00' THRU '09'.
           03  STAT-CADFUN                PIC  X(02).
               88 VALID-CADFUN            VALUE '00' THRU '09'.
           03  STAT-CADFER                PIC  X(02).
               88 VALID-CADFER            VALUE '00' THRU '09'.
           03  STAT-CADFER-ABERTO         PIC  X(01) VALUE 'N'.
               88 CADFER-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-CADEMP                PIC  X(02).
               88 VALID-CADEMP            VALUE '00' THRU '09'.
           03  STAT-TABIMP                PIC  X(02).
               88 VALID-TABIMP            VALUE '00' THRU '09'.
           03  STAT-TABEVE                PIC  X(02).
               88 VALID-TABEVE            VALUE '00' THRU '09'.
           03  STAT-TABEVE-ABERTO         PIC  X(01) VALUE 'N'.
               88 TABEVE-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-MOVEVE                PIC  X(02).
               88 VALID-MOVEVE            VALUE '00' THRU '09'.
           03  STAT-MOVEVE-ABERTO         PIC  X(01) VALUE 'N'.
               88 MOVEVE-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-PROVMES               PIC  X(02).
               88 VALID-PROVMES           VALUE '00' THRU '09'.
           03  STAT-FECHCTL               PIC  X(02).
               88 VALID-FECHCTL           VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO        PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADPRM                PIC  X(02).
               88 VALID-CADPRM            VALUE '00' THRU '09'.
           03  STAT-CADPRM-ABERTO         PIC  X(01) VALUE 'N'.
               88 CADPRM-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-PODE-EXCLUIR          PIC  X(01) VALUE 'S'.
               88 PODE-EXCLUIR            VALUE 'S' FALSE 'N'.
           03  STAT-AUDITLOG              PIC  X(02).
               88 VALID-AUDITLOG          VALUE '00' THRU '09'.
           03  STAT-PARAMS                PIC  X(02).
               88 VALID-PARAMS            VALUE '00' THRU '09'.
           03  STAT-RELATO                PIC  X(02).
               88 VALID-RELATO            VALUE '00' THRU '09'.
           03  STAT-ERRLOG                PIC  X(02).
               88 VALID-ERRLOG            VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO         PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-FUNCIONARIO           PIC  X(01) VALUE 'N'.
               88 FUNCIONARIO-OK          VALUE 'S' FALSE 'N'.
           03  STAT-DADOS                 PIC  X(01) VALUE 'N'.
               88 DADOS-OK                VALUE 'S' FALSE 'N'.
           03  STAT-CALCULO               PIC  X(01) VALUE 'N'.
               88 CALCULO-OK              VALUE 'S' FALSE 'N'.
           03  STAT-GRAVADA               PIC  X(01) VALUE 'N'.
               88 RESCISAO-GRAVADA        VALUE 'S' FALSE 'N'.
           03  STAT-CONTROLE-FERIAS       PIC  X(01) VALUE 'N'.
               88 TEM-CONTROLE-FERIAS     VALUE 'S' FALSE 'N'.
           03  STAT-FIM-AVOS              PIC  X(01) VALUE 'N'.
               88 FIM-CONTAGEM-AVOS       VALUE 'S' FALSE 'N'.
           03  STAT-OUTRA-RESCISAO        PIC  X(01) VALUE 'N'.
               88 TEM-OUTRA-RESCISAO      VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-RES             PIC  X(469).
               05 W-ANTES-FUN             PIC  X(128).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-PARAMETROS-W.
               05 W-PCT-FGTS              PIC  9(03)V99 VALUE 8.
               05 W-HORAS-MES             PIC  9(03)V99 VALUE 220.

           03  CAMPOS-TABELAS-W.
               05 W-INSS-QTDE             PIC  9(02) VALUE 0.
               05 W-INSS-TAB OCCURS 15 TIMES.
                  07 W-INSS-LIMITE        PIC  9(11)V99.
                  07 W-INSS-ALIQ          PIC  9(03)V99.
                  07 W-INSS-DEDUC         PIC  9(11)V99.
               05 W-IRRF-QTDE             PIC  9(02) VALUE 0.
               05 W-IRRF-TAB OCCURS 15 TIMES.
                  07 W-IRRF-LIMITE        PIC  9(11)V99.
                  07 W-IRRF-ALIQ          PIC  9(03)V99.
                  07 W-IRRF-DEDUC         PIC  9(11)V99.
               05 W-IX-FAIXA              PIC  9(02) VALUE 0.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-CODFUNC-EDIT          PIC  9(006).
               05 W-NOMEFUN-EDIT          PIC  X(060).
               05 W-DATADMI-EDIT          PIC  99/99/9999.
               05 W-SALARIO-EDIT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-DATADEM-EDIT          PIC  99/99/9999.
               05 W-TIPO-EDIT             PIC  X(001).
               05 W-AVISO-EDIT            PIC  X(001).
               05 W-SALDOFGTS-EDIT        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SITUACAO-EDIT         PIC  X(060).
               05 W-DATACALC-EDIT         PIC  99/99/9999.
               05 W-BRUTO-EDIT            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-DESCONTOS-EDIT        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-LIQUIDO-EDIT          PIC  -Z.ZZZ.ZZZ.ZZ9,99.
               05 W-FGTSMES-EDIT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SALDOFGTS-CALC        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-MULTA-EDIT            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-CALCULO-W.
               05 W-REG-RESCISAO          PIC  X(469).
               05 W-DATADEM               PIC  9(08) VALUE 0.
               05 W-DATADEM-R REDEFINES W-DATADEM.
                  07 W-DEM-ANO            PIC  9(04).
                  07 W-DEM-MES            PIC  9(02).
                  07 W-DEM-DIA            PIC  9(02).
               05 W-DATAPROJ              PIC  9(08) VALUE 0.
               05 W-PROJ-MAIS1            PIC  9(08) VALUE 0.
               05 W-DATA-K                PIC  9(08) VALUE 0.
               05 W-DATA-K-R REDEFINES W-DATA-K.
                  07 W-K-ANO              PIC  9(04).
                  07 W-K-MES              PIC  9(02).
                  07 W-K-DIA              PIC  9(02).
               05 W-DIA-BASE              PIC  9(02) VALUE 0.
               05 W-COMPET-ANT            PIC  9(06) VALUE 0.
               05 W-COMPET-ANT-R REDEFINES W-COMPET-ANT.
                  07 W-COMPET-ANT-ANO     PIC  9(04).
                  07 W-COMPET-ANT-MES     PIC  9(02).
               05 W-SALDOFGTS-INF         PIC  9(11)V99 VALUE 0.
               05 W-DIAS-TRAB             PIC  9(02) VALUE 0.
               05 W-ANOS-SERVICO          PIC  9(02) VALUE 0.
               05 W-MESES-SERVICO         PIC  9(04) VALUE 0.
               05 W-DIAS-AVISO            PIC  9(03) VALUE 0.
               05 W-DIAS-PROJ             PIC  9(03) VALUE 0.
               05 W-AQUINI-ATUAL          PIC  9(08) VALUE 0.
               05 W-ULT-AQUFIM            PIC  9(08) VALUE 0.
               05 W-DIR-ATUAL             PIC  9(02) VALUE 0.
               05 W-SALDO-PER             PIC S9(03) VALUE 0.
               05 W-MES-INI               PIC S9(02) VALUE 0.
               05 W-MES-FIM               PIC S9(02) VALUE 0.
               05 W-AVOS                  PIC S9(03) VALUE 0.
               05 W-DIAS-INI              PIC S9(08) VALUE 0.
               05 W-DIAS-FIM              PIC S9(08) VALUE 0.
               05 W-DIAS-RESTO            PIC S9(08) VALUE 0.
               05 W-BASE                  PIC  9(11)V99 VALUE 0.
               05 W-IMPOSTO               PIC  9(11)V99 VALUE 0.
               05 W-VALOR-FAIXA           PIC S9(11)V99 VALUE 0.
               05 W-BASE-INSS             PIC S9(11)V99 VALUE 0.
               05 W-BASE-IRRF             PIC S9(11)V99 VALUE 0.
               05 W-BASE-FGTS             PIC S9(11)V99 VALUE 0.
               05 W-VALOR-EVE             PIC  9(11)V99 VALUE 0.
               05 W-VALOR-HORA            PIC  9(09)V9(04) VALUE 0.
               05 W-FATOR                 PIC  9(03)V99 VALUE 0.

           03  CAMPOS-AUXILIARES-W.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATAIMP               PIC  9(08) VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-LINHA-LISTA.
                  07 W-DESCVER-LIS        PIC  X(30).
                  07 FILLER               PIC  X(02).
                  07 W-REFER-LIS          PIC  ZZ9 BLANK WHEN ZERO.
                  07 FILLER               PIC  X(01).
                  07 W-UNIDADE-LIS        PIC  X(04).
                  07 FILLER               PIC  X(02).
                  07 W-PROV-LIS           PIC  ZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.
                  07 FILLER               PIC  X(03).
                  07 W-DESC-LIS           PIC  ZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-VERBAS          PIC  X(80)
                                          OCCURS 1 TO 15 TIMES
                                          DEPENDING ON W-LISTA-QTDE.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-TIT-1.
                  07 FILLER               PIC  X(50) VALUE
                     'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.
                  07 FILLER               PIC  X(09) VALUE 'EMPRESA: '.
                  07 W-EMPRESA-TIT        PIC  ZZ9B(5).
                  07 FILLER               PIC  X(11) VALUE
                     'EMITIDO EM '.
                  07 W-EMISSAO-TIT        PIC  99/99/9999.

               05 W-LINHA-TIT-2.
                  07 FILLER               PIC  X(13) VALUE
                     'FUNCIONARIO: '.
                  07 W-CODFUNC-TIT        PIC  ZZZ.ZZ9B.
                  07 W-NOMEFUN-TIT        PIC  X(60)B.
                  07 FILLER               PIC  X(09) VALUE 'C.CUSTO: '.
                  07 W-CENTCUS-TIT        PIC  99.99.99.

               05 W-LINHA-TIT-3.
                  07 FILLER               PIC  X(10) VALUE 'ADMISSAO: '.
                  07 W-DATADMI-TIT        PIC  99/99/9999B(3).
                  07 FILLER               PIC  X(14) VALUE
                     'DESLIGAMENTO: '.
                  07 W-DATADEM-TIT        PIC  99/99/9999B(3).
                  07 FILLER               PIC  X(20) VALUE
                     'PROJECAO DO AVISO: '.
                  07 W-DATAPROJ-TIT       PIC  99/99/9999B(3).
                  07 FILLER               PIC  X(09) VALUE 'SALARIO: '.
                  07 W-SALARIO-TIT        PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TIT-4.
                  07 FILLER               PIC  X(06) VALUE 'TIPO: '.
                  07 W-TIPO-TIT           PIC  X(24).
                  07 FILLER               PIC  X(15) VALUE
                     'AVISO PREVIO: '.
                  07 W-AVISO-TIT          PIC  X(20).
                  07 W-DIASAVI-TIT        PIC  ZZ9 BLANK WHEN ZERO.
                  07 FILLER               PIC  X(01) VALUE SPACES.
                  07 W-UNIDAVI-TIT        PIC  X(04).

               05 W-LINHA-SITUACAO.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-SITUACAO-IMP       PIC  X(60).

               05 W-CAB-VERBAS.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 FILLER               PIC  X(36) VALUE 'VERBA'.
                  07 FILLER               PIC  X(14) VALUE 'REFERENCIA'.
                  07 FILLER               PIC  X(13) VALUE
                     '    PROVENTOS'.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 FILLER               PIC  X(13) VALUE
                     '    DESCONTOS'.

               05 W-LINHA-VERBA.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-DESCVER-IMP        PIC  X(36).
                  07 W-REFER-IMP          PIC  ZZ9 BLANK WHEN ZERO.
                  07 FILLER               PIC  X(01) VALUE SPACES.
                  07 W-UNIDADE-IMP        PIC  X(04).
                  07 FILLER               PIC  X(06) VALUE SPACES.
                  07 W-PROV-IMP           PIC  ZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-DESC-IMP           PIC  ZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.

               05 W-LINHA-TOTAL-RES.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TRS         PIC  X(50).
                  07 W-TPROV-IMP          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-TDESC-IMP          PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-VALOR.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-VAL         PIC  X(49).
                  07 W-VALOR-VAL          PIC  -ZZ.ZZZ.ZZ9,99.
                  07 FILLER               PIC  X(04) VALUE SPACES.
                  07 W-OBS-VAL            PIC  X(40).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

       01  CAMPOS-CONTROLE-TELA-GRAFICA.
           03  EVENT-STATUS IS SPECIAL-NAMES EVENT STATUS.
               05 EVENT-TYPE              PIC X(4) COMP-X.
                  88 CA-CMD-CLOSE         VALUE 1.
                  88 CA-CMD-TABCHANGED    VALUE 7.
               05 EVENT-WINDOW-HANDLE     HANDLE OF WINDOW.
               05 EVENT-CONTROL-HANDLE    HANDLE.
               05 EVENT-CONTROL-ID        PIC XX COMP-X.
               05 EVENT-DATA-1            SIGNED-SHORT.
               05 EVENT-DATA-2            SIGNED-LONG.
               05 EVENT-ACTION            PIC X COMP-X.

           03  TECLA-ESCAPE IS SPECIAL-NAMES CRT STATUS
                                          PIC 9(4) VALUE 0.
               88 TECLOU-ESC              VALUE 27.

           03  W-SCREEN-CONTROL IS SPECIAL-NAMES SCREEN CONTROL.
               05 W-ACCEPT-CONTROL        PIC 9.
               05 W-CONTROL-VALUE         PIC 999.
               05 W-CONTROL-HANDLE        USAGE HANDLE.
               05 W-CONTROL-ID            PIC X(2) COMP-X.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "DATASW.CPY".
           COPY "DIASW.CPY".
           COPY "FERIASW.CPY".
           COPY "RESCISW.CPY".
           COPY "PARAMW.CPY".

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02
                          COL 05
                          TITLE "Empresa"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMPRESA-EDIT
                          LINE 02
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 03,5
                          COL 05
                          TITLE "Funcionario"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODFUNC-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler o arquivo"
                          LINE 03,5
                          COL 50
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 DISPLAY-FIELD USING W-NOMEFUN-EDIT
                          LINE 05
                          COL 30
                          SIZE 60
                          ID 6.

           03 LABEL       LINE 06,5
                          COL 05
                          TITLE "Admissao"
                          ID 7
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DATADMI-EDIT
                          LINE 06,5
                          COL 30
                          SIZE 12
                          ID 8.

           03 LABEL       LINE 06,5
                          COL 50
                          TITLE "Salario"
                          ID 9
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-SALARIO-EDIT
                          LINE 06,5
                          COL 65
                          SIZE 18
                          ID 10.

           03 LABEL       LINE 08
                          COL 05
                          TITLE "Data de desligamento"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATADEM-EDIT
                          LINE 08
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 08
                          COL 50
                          TITLE "Tipo de rescisao"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO-EDIT
                          LINE 08
                          COL 65
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 09,5
                          COL 30
                          TITLE "S=sem justa causa  P=pedido de demissao
      -                         "  J=justa causa  A=acordo"
                          ID 15
                          TRANSPARENT.

           03 LABEL       LINE 11
                          COL 05
                          TITLE "Aviso previo"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AVISO-EDIT
                          LINE 11
                          COL 30
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 11
                          COL 40
                          TITLE "I=indenizado  T=trabalhado  N=nao cumpr
      -                         "ido (desconto)"
                          ID 18
                          TRANSPARENT.

           03 LABEL       LINE 12,5
                          COL 05
                          TITLE "Saldo do FGTS (extrato)"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SALDOFGTS-EDIT
                          LINE 12,5
                          COL 30
                          SIZE 18
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 LABEL       LINE 12,5
                          COL 52
                          TITLE "zero = estimado pelo salario"
                          ID 21
                          TRANSPARENT.

           03 PUSH-BUTTON TITLE "&Calcular"
                          LINE 14
                          COL 05
                          SIZE 18
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-CALCULAR.

           03 DISPLAY-FIELD USING W-SITUACAO-EDIT
                          LINE 14
                          COL 30
                          SIZE 60
                          ID 23.

           03 LABEL       LINE 15,5
                          COL 05
                          TITLE "Verbas da rescisao"
                          ID 24
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-VERBAS (W-LISTA-SEL)
                          LINE 16,5
                          COL 05
                          LINES 8
                          SIZE 85
                          3-D
                          ID ID-LISTA-VERBAS
                          FONT SMALL-FONT.

           03 LABEL       LINE 25
                          COL 05
                          TITLE "Bruto"
                          ID 26
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-BRUTO-EDIT
                          LINE 25
                          COL 15
                          SIZE 18
                          ID 27.

           03 LABEL       LINE 25
                          COL 36
                          TITLE "Descontos"
                          ID 28
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DESCONTOS-EDIT
                          LINE 25
                          COL 47
                          SIZE 18
                          ID 29.

           03 LABEL       LINE 25
                          COL 67
                          TITLE "Liquido"
                          ID 30
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-LIQUIDO-EDIT
                          LINE 25
                          COL 75
                          SIZE 18
                          ID 31.

           03 LABEL       LINE 26,5
                          COL 05
                          TITLE "FGTS mes"
                          ID 32
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-FGTSMES-EDIT
                          LINE 26,5
                          COL 15
                          SIZE 18
                          ID 33.

           03 LABEL       LINE 26,5
                          COL 36
                          TITLE "Saldo FGTS"
                          ID 34
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-SALDOFGTS-CALC
                          LINE 26,5
                          COL 47
                          SIZE 18
                          ID 35.

           03 LABEL       LINE 26,5
                          COL 67
                          TITLE "Multa"
                          ID 36
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-MULTA-EDIT
                          LINE 26,5
                          COL 75
                          SIZE 18
                          ID 37.

           03 PUSH-BUTTON TITLE "&Gravar Rescisao"
                          LINE 28,5
                          COL 05
                          SIZE 18
                          ID 38
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Imprimir Termo"
                          LINE 28,5
                          COL 26
                          SIZE 18
                          ID 39
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Excluir Rescisao"
                          LINE 28,5
                          COL 47
                          SIZE 18
                          ID 40
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 28,5
                          COL 78
                          SIZE 12
                          SELF-ACT
                          ID 41
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O RESCIS
           IF STAT-RESCIS = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT RESCIS
              CLOSE RESCIS
              OPEN I-O RESCIS.
           IF NOT VALID-RESCIS
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CADFER
           IF VALID-CADFER
              SET CADFER-ABERTO TO TRUE
           ELSE
              IF STAT-CADFER <> '35'
                 PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF NOT VALID-CADEMP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABIMP
           IF NOT VALID-TABIMP
              PERFORM ERRO-ARQUIVO.
           PERFORM CARREGA-TABELAS.

           OPEN INPUT TABEVE
           IF VALID-TABEVE
              SET TABEVE-ABERTO TO TRUE
           END-IF.

           OPEN INPUT MOVEVE
           IF VALID-MOVEVE
              SET MOVEVE-ABERTO TO TRUE
           END-IF.

           OPEN I-O PROVMES
           IF STAT-PROVMES = '35'
              OPEN OUTPUT PROVMES
              CLOSE PROVMES
              OPEN I-O PROVMES.
           IF NOT VALID-PROVMES
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND AUDITLOG
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

           OPEN EXTEND RELATO
           IF STAT-RELATO = '35'
              OPEN OUTPUT RELATO.
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           OPEN INPUT CADPRM
           IF VALID-CADPRM
              SET CADPRM-ABERTO TO TRUE
           END-IF.
           PERFORM CARREGA-PERMISSAO.

           PERFORM LE-PARAMETROS.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 30
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Rescisao do Contrato de Trabalho"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-CALCULO.

           IF W-INSS-QTDE = 0 OR W-IRRF-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tabelas de INSS/IRRF nao cadastradas no TABIMP.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              PERFORM FIM.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE RESCIS.
           CLOSE CADFUN.
           IF CADFER-ABERTO
              CLOSE CADFER
           END-IF.
           CLOSE CADEMP.
           CLOSE TABIMP.
           IF TABEVE-ABERTO
              CLOSE TABEVE
           END-IF.
           IF MOVEVE-ABERTO
              CLOSE MOVEVE
           END-IF.
           CLOSE PROVMES.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           CLOSE AUDITLOG.
           CLOSE RELATO.
           IF CADPRM-ABERTO
              CLOSE CADPRM
           END-IF.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
             WHEN EXCEPTION-CALCULAR
                  PERFORM ROTINA-CALCULAR
             WHEN EXCEPTION-GRAVAR
                  PERFORM ROTINA-GRAVAR
             WHEN EXCEPTION-IMPRIMIR
                  PERFORM ROTINA-IMPRIMIR
             WHEN EXCEPTION-EXCLUIR
                  PERFORM ROTINA-EXCLUIR
           END-EVALUATE.

      *-----------------------------------------------------------------
      * percentual do FGTS e horas do mes, os mesmos da FOLHA
      *-----------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF STAT-PARAMS = '35'
              EXIT PARAGRAPH.
           IF NOT VALID-PARAMS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ PARAMS INTO W-PAR-LINHA AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PARAMS
                 EXIT PERFORM
              END-IF
              PERFORM SEPARA-PARAMETRO
              EVALUATE W-PAR-NOME
                WHEN 'FGTS'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-PCT-FGTS
                     END-IF
                WHEN 'HORASMES'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-HORAS-MES
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * carrega as faixas de INSS e IRRF do TABIMP, como na FOLHA
      *-----------------------------------------------------------------
       CARREGA-TABELAS.
           INITIALIZE TIMP-REGISTR-1
           START TABIMP KEY >= TIMP-RECORDK-1
           IF NOT VALID-TABIMP
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ TABIMP NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-TABIMP
                 EXIT PERFORM
              END-IF

              EVALUATE TIMP-TIPO-1
                WHEN 'INSS'
                     IF W-INSS-QTDE < MAX-FAIXAS
                        ADD 1 TO W-INSS-QTDE
                        MOVE TIMP-LIMITE-1
                          TO W-INSS-LIMITE (W-INSS-QTDE)
                        MOVE TIMP-ALIQUOTA-1
                          TO W-INSS-ALIQ (W-INSS-QTDE)
                        MOVE TIMP-DEDUCAO-1
                          TO W-INSS-DEDUC (W-INSS-QTDE)
                     END-IF
                WHEN 'IRRF'
                     IF W-IRRF-QTDE < MAX-FAIXAS
                        ADD 1 TO W-IRRF-QTDE
                        MOVE TIMP-LIMITE-1
                          TO W-IRRF-LIMITE (W-IRRF-QTDE)
                        MOVE TIMP-ALIQUOTA-1
                          TO W-IRRF-ALIQ (W-IRRF-QTDE)
                        MOVE TIMP-DEDUCAO-1
                          TO W-IRRF-DEDUC (W-IRRF-QTDE)
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

       LIMPA-CALCULO.
           SET CALCULO-OK       TO FALSE
           SET RESCISAO-GRAVADA TO FALSE
           MOVE SPACES TO W-SITUACAO-EDIT W-REG-RESCISAO
           MOVE 0      TO W-BRUTO-EDIT W-DESCONTOS-EDIT W-LIQUIDO-EDIT
                          W-FGTSMES-EDIT W-SALDOFGTS-CALC W-MULTA-EDIT
           MOVE 1      TO W-LISTA-QTDE W-LISTA-SEL
           MOVE SPACES TO W-LISTA-VERBAS (1).

      *-----------------------------------------------------------------
      * AAAAMMDD em W-DATAUXI para DDMMAAAA em W-DATAIMP (campos de
      * tela 99/99/9999)
      *-----------------------------------------------------------------
       FORMATA-DATA-TELA.
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

      *-----------------------------------------------------------------
      * confere empresa e funcionario da tela; o registro do CADFUN
      * fica em DFUN-REGISTR-1 (sem bloqueio)
      *-----------------------------------------------------------------
       CONFERE-FUNCIONARIO.
           SET FUNCIONARIO-OK TO FALSE

           MOVE W-EMPRESA-EDIT TO DEMP-CODEMP-1
           READ CADEMP
           IF NOT VALID-CADEMP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE             DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           READ CADFUN
           IF STAT-CADFUN = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-CADFUN = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADFUN
                 PERFORM ERRO-ARQUIVO.
           UNLOCK CADFUN

           IF DFUN-DATADMI-1 = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario sem data de admissao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           SET FUNCIONARIO-OK TO TRUE.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           PERFORM LIMPA-CALCULO
           MOVE SPACES TO W-NOMEFUN-EDIT W-TIPO-EDIT W-AVISO-EDIT
           MOVE 0      TO W-DATADMI-EDIT W-SALARIO-EDIT W-DATADEM-EDIT
                          W-SALDOFGTS-EDIT

           PERFORM CONFERE-FUNCIONARIO
           IF NOT FUNCIONARIO-OK
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-EDIT
           MOVE DFUN-DATADMI-1 TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-DATADMI-EDIT
           MOVE DFUN-SALARIO-1 TO W-SALARIO-EDIT
           IF DFUN-DATADMS-1 <> 0
              MOVE DFUN-DATADMS-1 TO W-DATAUXI
              PERFORM FORMATA-DATA-TELA
              MOVE W-DATAIMP      TO W-DATADEM-EDIT
           END-IF

           PERFORM LE-RESCISAO-GRAVADA
           IF RESCISAO-GRAVADA
              MOVE RES-DATADEM-1  TO W-DATAUXI
              PERFORM FORMATA-DATA-TELA
              MOVE W-DATAIMP      TO W-DATADEM-EDIT
              MOVE RES-TIPO-1     TO W-TIPO-EDIT
              MOVE RES-AVISO-1    TO W-AVISO-EDIT
              IF RES-FGTS-INFORMADO
                 MOVE RES-SALDOFGTS-1 TO W-SALDOFGTS-EDIT
              END-IF
              MOVE RES-REGISTR-1  TO W-REG-RESCISAO
              SET CALCULO-OK      TO TRUE
              PERFORM MOSTRA-CALCULO
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * ultima rescisao gravada do contrato atual do funcionario
      * (desligamento a partir da admissao)
      *-----------------------------------------------------------------
       LE-RESCISAO-GRAVADA.
           SET RESCISAO-GRAVADA TO FALSE
           MOVE SPACES TO W-ANTES-RES

           INITIALIZE             RES-REGISTR-1
           MOVE DFUN-EMPRESA-1 TO RES-EMPRESA-1
           MOVE DFUN-CODFUNC-1 TO RES-CODFUNC-1
           MOVE DFUN-DATADMI-1 TO RES-DATADEM-1
           START RESCIS KEY >= RES-RECORDK-1
           IF NOT VALID-RESCIS
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ RESCIS NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-RESCIS
                 EXIT PERFORM
              END-IF
              IF RES-EMPRESA-1 <> DFUN-EMPRESA-1 OR
                 RES-CODFUNC-1 <> DFUN-CODFUNC-1
                 EXIT PERFORM
              END-IF
              SET RESCISAO-GRAVADA TO TRUE
              MOVE RES-REGISTR-1 TO W-ANTES-RES
           END-PERFORM
           UNLOCK RESCIS

           IF RESCISAO-GRAVADA
              MOVE W-ANTES-RES TO RES-REGISTR-1
           END-IF.

       ROTINA-CALCULAR.
           PERFORM CONFERE-E-CALCULA
           IF CALCULO-OK
              MOVE 'SIMULACAO - RESCISAO NAO GRAVADA'
                                       TO W-SITUACAO-EDIT
           END-IF.

           DISPLAY TELA-PRINCIPAL.

       CONFERE-E-CALCULA.
           PERFORM LIMPA-CALCULO
           PERFORM CONFERE-FUNCIONARIO
           IF NOT FUNCIONARIO-OK
              EXIT PARAGRAPH.

           PERFORM CRITICA-DADOS
           IF NOT DADOS-OK
              EXIT PARAGRAPH.

           PERFORM CALCULA-RESCISAO
           MOVE RES-REGISTR-1 TO W-REG-RESCISAO
           SET CALCULO-OK TO TRUE
           PERFORM MOSTRA-CALCULO.

      *-----------------------------------------------------------------
      * critica da data de desligamento, do tipo e do aviso previo
      *-----------------------------------------------------------------
       CRITICA-DADOS.
           SET DADOS-OK TO FALSE

           MOVE W-DATADEM-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de desligamento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 12 TO W-CONTROL-ID
              EXIT PARAGRAPH.
           COMPUTE W-DATADEM = W-ANO-CRIT * 10000 +
                               W-MES-CRIT * 100 +
                               W-DIA-CRIT

           IF W-DATADEM < DFUN-DATADMI-1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Desligamento anterior a admissao.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 12 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           IF DFUN-DATADMS-1 <> 0 AND DFUN-DATADMS-1 <> W-DATADEM
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data diferente do desligamento do cadastro do'
                                       TO CA-MESSAGE-1
              MOVE 'funcionario - corrija em FUNCION.'
                                       TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 12 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INSPECT W-TIPO-EDIT  CONVERTING 'spja' TO 'SPJA'
           INSPECT W-AVISO-EDIT CONVERTING 'itn'  TO 'ITN'

           IF W-TIPO-EDIT <> 'S' AND 'P' AND 'J' AND 'A'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo de rescisao invalido (S, P, J ou A).'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 14 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           IF W-AVISO-EDIT = SPACE
              EVALUATE W-TIPO-EDIT
                WHEN 'P'
                     MOVE 'T' TO W-AVISO-EDIT
                WHEN 'J'
                     CONTINUE
                WHEN OTHER
                     MOVE 'I' TO W-AVISO-EDIT
              END-EVALUATE
           END-IF
           IF W-TIPO-EDIT = 'J'
              MOVE SPACE TO W-AVISO-EDIT
           END-IF

           IF (W-TIPO-EDIT = 'P' AND
               W-AVISO-EDIT <> 'T' AND W-AVISO-EDIT <> 'N') OR
              ((W-TIPO-EDIT = 'S' OR W-TIPO-EDIT = 'A') AND
               W-AVISO-EDIT <> 'I' AND W-AVISO-EDIT <> 'T')
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Aviso previo invalido para o tipo de rescisao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 17 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           MOVE W-SALDOFGTS-EDIT TO W-SALDOFGTS-INF

           SET DADOS-OK TO TRUE.

      *-----------------------------------------------------------------
      * calculo das verbas em RES-REGISTR-1 para o funcionario que
      * esta em DFUN-REGISTR-1
      *-----------------------------------------------------------------
       CALCULA-RESCISAO.
           INITIALIZE              RES-REGISTR-1
           MOVE DFUN-EMPRESA-1  TO RES-EMPRESA-1
           MOVE DFUN-CODFUNC-1  TO RES-CODFUNC-1
           MOVE W-DATADEM       TO RES-DATADEM-1
           COMPUTE RES-COMPET-1 = W-DEM-ANO * 100 + W-DEM-MES
           MOVE W-TIPO-EDIT     TO RES-TIPO-1
           MOVE W-AVISO-EDIT    TO RES-AVISO-1
           MOVE DFUN-CENTCUS-1  TO RES-CENTCUS-1
           MOVE DFUN-SALARIO-1  TO RES-SALARIO-1
           MOVE DFUN-DATADMI-1  TO RES-DATADMI-1

           PERFORM CALCULA-SALDO-SALARIO
           PERFORM CALCULA-AVISO-PREVIO
           PERFORM CALCULA-DECIMO
           PERFORM CALCULA-FERIAS-RESCISAO
           PERFORM CALCULA-EVENTOS-MES
           PERFORM CALCULA-IMPOSTOS
           PERFORM CALCULA-FGTS-RESCISAO

           COMPUTE RES-BRUTO-1 = RES-SALDOSAL-1 + RES-AVISOIND-1 +
                                 RES-FERVEN-1   + RES-FERDOB-1   +
                                 RES-FERPRO-1   + RES-TERCO-1    +
                                 RES-DECIMO-1   + RES-OUTPROV-1
           COMPUTE RES-DESCONTOS-1 = RES-AVISODES-1 + RES-OUTDESC-1 +
                                     RES-INSS-1     + RES-INSS13-1  +
                                     RES-IRRF-1     + RES-IRRF13-1
           COMPUTE RES-LIQUIDO-1 = RES-BRUTO-1 - RES-DESCONTOS-1

           MOVE W-DATA-SISTEMA  TO RES-DATACALC-1
           MOVE W-OPERADOR-ID   TO RES-OPERADOR-1.

      *-----------------------------------------------------------------
      * dias trabalhados no mes do desligamento (mes comercial de 30)
      *-----------------------------------------------------------------
       CALCULA-SALDO-SALARIO.
           MOVE W-DATADEM      TO W-FER-DATA
           PERFORM ULTIMO-DIA-MES-FER
           MOVE DFUN-DATADMI-1 TO W-DATAUXI

           IF W-ANOAUXI-I = W-DEM-ANO AND W-MESAUXI-I = W-DEM-MES
              COMPUTE W-DIAS-TRAB = W-DEM-DIA - W-DIAAUXI-I + 1
           ELSE
              IF W-DEM-DIA = W-FER-ULTDIA
                 MOVE 30        TO W-DIAS-TRAB
              ELSE
                 MOVE W-DEM-DIA TO W-DIAS-TRAB
              END-IF
           END-IF
           IF W-DIAS-TRAB > 30
              MOVE 30 TO W-DIAS-TRAB
           END-IF

           MOVE W-DIAS-TRAB TO RES-DIASSAL-1
           COMPUTE RES-SALDOSAL-1 ROUNDED =
                   RES-SALARIO-1 * W-DIAS-TRAB / 30.

      *-----------------------------------------------------------------
      * aviso previo de 30 dias mais 3 por ano completo (ate 90); o
      * indenizado projeta a data do desligamento para os avos
      *-----------------------------------------------------------------
       CALCULA-AVISO-PREVIO.
           MOVE 0 TO W-ANOS-SERVICO
           MOVE DFUN-DATADMI-1 TO W-FER-DATA
           PERFORM SOMA-ANO-FER
           PERFORM CONTA-ANO-SERVICO UNTIL W-FER-DATA > W-DATADEM

           COMPUTE W-DIAS-AVISO = 30 + 3 * W-ANOS-SERVICO
           IF W-DIAS-AVISO > 90
              MOVE 90 TO W-DIAS-AVISO
           END-IF

           MOVE 0 TO W-DIAS-PROJ
           EVALUATE TRUE
             WHEN RES-JUSTA-CAUSA
                  CONTINUE
             WHEN RES-PEDIDO-DEMISSAO
                  IF RES-AVISO-NAO-CUMPRIDO
                     MOVE 30            TO RES-DIASAVI-1
                     MOVE RES-SALARIO-1 TO RES-AVISODES-1
                  END-IF
             WHEN RES-AVISO-INDENIZADO
                  IF RES-ACORDO
                     DIVIDE W-DIAS-AVISO BY 2 GIVING W-DIAS-AVISO
                  END-IF
                  MOVE W-DIAS-AVISO TO RES-DIASAVI-1 W-DIAS-PROJ
                  COMPUTE RES-AVISOIND-1 ROUNDED =
                          RES-SALARIO-1 * W-DIAS-AVISO / 30
             WHEN OTHER
                  MOVE W-DIAS-AVISO TO RES-DIASAVI-1
           END-EVALUATE

           MOVE W-DATADEM TO W-DATAPROJ
           IF W-DIAS-PROJ > 0
              MOVE W-DATADEM   TO W-FER-DATA
              PERFORM SOMA-UM-DIA-FER
              MOVE W-DIAS-PROJ TO W-FER-NDIAS
              PERFORM FIM-PERIODO-FER
              MOVE W-FER-DATA  TO W-DATAPROJ
           END-IF
           MOVE W-DATAPROJ TO RES-DATAPROJ-1.

       CONTA-ANO-SERVICO.
           ADD 1 TO W-ANOS-SERVICO
           PERFORM SOMA-ANO-FER.

      *-----------------------------------------------------------------
      * 13. proporcional: meses do ano com 15 dias ou mais ate a data
      * projetada (a projecao que passa do ano soma os meses do ano
      * seguinte)
      *-----------------------------------------------------------------
       CALCULA-DECIMO.
           IF RES-JUSTA-CAUSA
              EXIT PARAGRAPH.

           MOVE DFUN-DATADMI-1 TO W-DATAUXI
           IF W-ANOAUXI-I = W-DEM-ANO
              MOVE W-DATAUXI   TO W-FER-DATA
              PERFORM ULTIMO-DIA-MES-FER
              MOVE W-MESAUXI-I TO W-MES-INI
              IF W-FER-ULTDIA - W-DIAAUXI-I + 1 < 15
                 ADD 1 TO W-MES-INI
              END-IF
           ELSE
              MOVE 1 TO W-MES-INI
           END-IF

           MOVE W-DATAPROJ TO W-DATA-K
           MOVE W-K-MES    TO W-MES-FIM
           IF W-K-ANO > W-DEM-ANO
              ADD 12 TO W-MES-FIM
           END-IF
           IF W-K-DIA < 15
              SUBTRACT 1 FROM W-MES-FIM
           END-IF

           COMPUTE W-AVOS = W-MES-FIM - W-MES-INI + 1
           IF W-AVOS < 0
              MOVE 0 TO W-AVOS
           END-IF
           MOVE W-AVOS TO RES-AVOS13-1
           COMPUTE RES-DECIMO-1 ROUNDED =
                   RES-SALARIO-1 * W-AVOS / 12.

      *-----------------------------------------------------------------
      * ferias: vencidas pelos periodos completos do CADFER (em dobro
      * os que passaram do limite de concessao) e proporcionais pelos
      * avos do periodo em aquisicao ate a data projetada, mais 1/3
      *-----------------------------------------------------------------
       CALCULA-FERIAS-RESCISAO.
           MOVE 0 TO W-AQUINI-ATUAL W-ULT-AQUFIM
           MOVE 30 TO W-DIR-ATUAL
           SET TEM-CONTROLE-FERIAS TO FALSE

           IF CADFER-ABERTO
              PERFORM TESTA-CONTROLE-FERIAS
           END-IF
           IF TEM-CONTROLE-FERIAS
              MOVE W-DATADEM TO W-FER-HOJE
              PERFORM ATUALIZA-FERIAS-FUNC
              PERFORM LE-PERIODOS-FERIAS
              IF W-AQUINI-ATUAL = 0 AND W-ULT-AQUFIM <> 0
                 MOVE W-ULT-AQUFIM TO W-FER-DATA
                 PERFORM SOMA-UM-DIA-FER
                 MOVE W-FER-DATA   TO W-AQUINI-ATUAL
              END-IF
           END-IF
           IF W-AQUINI-ATUAL = 0
              PERFORM ACHA-PERIODO-ATUAL
           END-IF

           IF NOT RES-JUSTA-CAUSA
              PERFORM CONTA-AVOS-FERIAS
              MOVE W-AVOS TO RES-AVOSFER-1
              COMPUTE RES-FERPRO-1 ROUNDED =
                      RES-SALARIO-1 * W-DIR-ATUAL * W-AVOS / 360
           END-IF

           COMPUTE RES-FERVEN-1 ROUNDED =
                   RES-SALARIO-1 * RES-DIASVEN-1 / 30
           COMPUTE RES-FERDOB-1 ROUNDED =
                   RES-SALARIO-1 * RES-DIASDOB-1 / 30
           COMPUTE RES-TERCO-1 ROUNDED =
                   (RES-FERVEN-1 + RES-FERDOB-1 + RES-FERPRO-1) / 3.

       TESTA-CONTROLE-FERIAS.
           INITIALIZE             FER-REGISTR-1
           MOVE DFUN-EMPRESA-1 TO FER-EMPRESA-1
           MOVE DFUN-CODFUNC-1 TO FER-CODFUNC-1
           START CADFER KEY >= FER-RECORDK-1
           IF NOT VALID-CADFER
              EXIT PARAGRAPH.

           READ CADFER NEXT
           IF VALID-CADFER AND
              FER-EMPRESA-1 = DFUN-EMPRESA-1 AND
              FER-CODFUNC-1 = DFUN-CODFUNC-1
              SET TEM-CONTROLE-FERIAS TO TRUE
           END-IF
           UNLOCK CADFER.

       LE-PERIODOS-FERIAS.
           INITIALIZE             FER-REGISTR-1
           MOVE DFUN-EMPRESA-1 TO FER-EMPRESA-1
           MOVE DFUN-CODFUNC-1 TO FER-CODFUNC-1
           START CADFER KEY >= FER-RECORDK-1
           IF NOT VALID-CADFER
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADFER NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADFER
                 EXIT PERFORM
              END-IF
              IF FER-EMPRESA-1 <> DFUN-EMPRESA-1 OR
                 FER-CODFUNC-1 <> DFUN-CODFUNC-1
                 EXIT PERFORM
              END-IF
              IF FER-AQUINI-1 > W-DATADEM
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-SALDO-PER = FER-DIASDIR-1 - FER-DIASGOZ-1
              IF W-SALDO-PER < 0
                 MOVE 0 TO W-SALDO-PER
              END-IF
              IF FER-AQUFIM-1 <= W-DATADEM
                 ADD W-SALDO-PER TO RES-DIASVEN-1
                 IF FER-LIMITE-1 < W-DATADEM
                    ADD W-SALDO-PER TO RES-DIASDOB-1
                 END-IF
                 MOVE FER-AQUFIM-1  TO W-ULT-AQUFIM
              ELSE
                 MOVE FER-AQUINI-1  TO W-AQUINI-ATUAL
                 MOVE FER-DIASDIR-1 TO W-DIR-ATUAL
              END-IF
           END-PERFORM
           UNLOCK CADFER.

      *-----------------------------------------------------------------
      * sem controle de ferias: periodo em aquisicao a partir do
      * ultimo aniversario de admissao
      *-----------------------------------------------------------------
       ACHA-PERIODO-ATUAL.
           MOVE DFUN-DATADMI-1 TO W-AQUINI-ATUAL W-FER-DATA
           PERFORM SOMA-ANO-FER
           PERFORM AVANCA-PERIODO-ATUAL UNTIL W-FER-DATA > W-DATADEM.

       AVANCA-PERIODO-ATUAL.
           MOVE W-FER-DATA TO W-AQUINI-ATUAL
           PERFORM SOMA-ANO-FER.

      *-----------------------------------------------------------------
      * avos de W-AQUINI-ATUAL ate W-DATAPROJ: meses completos e a
      * fracao de 15 dias ou mais
      *-----------------------------------------------------------------
       CONTA-AVOS-FERIAS.
           MOVE 0 TO W-AVOS
           IF W-AQUINI-ATUAL > W-DATAPROJ
              EXIT PARAGRAPH.

           MOVE W-DATAPROJ     TO W-FER-DATA
           PERFORM SOMA-UM-DIA-FER
           MOVE W-FER-DATA     TO W-PROJ-MAIS1

           MOVE W-AQUINI-ATUAL TO W-DATA-K
           MOVE W-K-DIA        TO W-DIA-BASE
           SET FIM-CONTAGEM-AVOS TO FALSE
           PERFORM CONTA-MES-AVOS UNTIL FIM-CONTAGEM-AVOS

           MOVE W-DATA-K       TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS     TO W-DIAS-INI
           MOVE W-DATAPROJ     TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS     TO W-DIAS-FIM
           COMPUTE W-DIAS-RESTO = W-DIAS-FIM - W-DIAS-INI + 1
           IF W-DIAS-RESTO >= 15
              ADD 1 TO W-AVOS
           END-IF.

       CONTA-MES-AVOS.
           MOVE W-DATA-K TO W-FER-DATA
           IF W-FER-MES < 12
              ADD 1 TO W-FER-MES
           ELSE
              MOVE 1 TO W-FER-MES
              ADD 1 TO W-FER-ANO
           END-IF
           MOVE W-DIA-BASE TO W-FER-DIA
           PERFORM ULTIMO-DIA-MES-FER
           IF W-FER-DIA > W-FER-ULTDIA
              MOVE W-FER-ULTDIA TO W-FER-DIA
           END-IF

           IF W-FER-DATA <= W-PROJ-MAIS1
              ADD 1 TO W-AVOS
              MOVE W-FER-DATA TO W-DATA-K
           ELSE
              SET FIM-CONTAGEM-AVOS TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * eventos lancados no MOVEVE para o funcionario na competencia
      * do desligamento, com as incidencias do TABEVE (como na FOLHA)
      *-----------------------------------------------------------------
       CALCULA-EVENTOS-MES.
           MOVE RES-SALDOSAL-1 TO W-BASE-INSS W-BASE-IRRF
           COMPUTE W-BASE-FGTS = RES-SALDOSAL-1 + RES-AVISOIND-1 +
                                 RES-DECIMO-1
           IF NOT MOVEVE-ABERTO OR NOT TABEVE-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             MEVE-REGISTR-1
           MOVE RES-EMPRESA-1  TO MEVE-EMPRESA-1
           MOVE RES-COMPET-1   TO MEVE-COMPET-1
           MOVE RES-CODFUNC-1  TO MEVE-CODFUNC-1
           START MOVEVE KEY >= MEVE-RECORDK-1
           IF NOT VALID-MOVEVE
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVEVE NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-MOVEVE
                 EXIT PERFORM
              END-IF
              IF MEVE-EMPRESA-1 <> RES-EMPRESA-1 OR
                 MEVE-COMPET-1  <> RES-COMPET-1  OR
                 MEVE-CODFUNC-1 <> RES-CODFUNC-1
                 EXIT PERFORM
              END-IF

              MOVE MEVE-CODEVE-1 TO TEVE-CODEVE-1
              READ TABEVE
              IF NOT VALID-TABEVE
                 EXIT PERFORM CYCLE
              END-IF

              IF TEVE-POR-HORA
                 MOVE TEVE-FATOR-1 TO W-FATOR
                 IF W-FATOR = 0
                    MOVE 100 TO W-FATOR
                 END-IF
                 COMPUTE W-VALOR-HORA ROUNDED =
                         RES-SALARIO-1 / W-HORAS-MES
                 COMPUTE W-VALOR-EVE ROUNDED =
                         MEVE-HORAS-1 * W-VALOR-HORA * W-FATOR / 100
              ELSE
                 MOVE MEVE-VALOR-1 TO W-VALOR-EVE
              END-IF

              IF TEVE-PROVENTO
                 ADD W-VALOR-EVE TO RES-OUTPROV-1
                 IF TEVE-INCIDE-INSS
                    ADD W-VALOR-EVE TO W-BASE-INSS
                 END-IF
                 IF TEVE-INCIDE-IRRF
                    ADD W-VALOR-EVE TO W-BASE-IRRF
                 END-IF
                 IF TEVE-INCIDE-FGTS
                    ADD W-VALOR-EVE TO W-BASE-FGTS
                 END-IF
              ELSE
                 ADD W-VALOR-EVE TO RES-OUTDESC-1
                 IF TEVE-INCIDE-INSS
                    SUBTRACT W-VALOR-EVE FROM W-BASE-INSS
                 END-IF
                 IF TEVE-INCIDE-IRRF
                    SUBTRACT W-VALOR-EVE FROM W-BASE-IRRF
                 END-IF
                 IF TEVE-INCIDE-FGTS
                    SUBTRACT W-VALOR-EVE FROM W-BASE-FGTS
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * INSS e IRRF do mes (saldo de salario e lancamentos) e do 13.,
      * cada um pela sua base
      *-----------------------------------------------------------------
       CALCULA-IMPOSTOS.
           IF W-BASE-INSS < 0
              MOVE 0 TO W-BASE-INSS
           END-IF
           IF W-BASE-IRRF < 0
              MOVE 0 TO W-BASE-IRRF
           END-IF

           MOVE W-BASE-INSS  TO W-BASE RES-BASEINSS-1
           MOVE W-BASE-IRRF  TO RES-BASEIRRF-1
           PERFORM CALCULA-INSS
           MOVE W-IMPOSTO    TO RES-INSS-1
           MOVE RES-DECIMO-1 TO W-BASE
           PERFORM CALCULA-INSS
           MOVE W-IMPOSTO    TO RES-INSS13-1

           IF W-BASE-IRRF > RES-INSS-1
              COMPUTE W-BASE = W-BASE-IRRF - RES-INSS-1
           ELSE
              MOVE 0 TO W-BASE
           END-IF
           PERFORM CALCULA-IRRF
           MOVE W-IMPOSTO    TO RES-IRRF-1

           IF RES-DECIMO-1 > RES-INSS13-1
              COMPUTE W-BASE = RES-DECIMO-1 - RES-INSS13-1
           ELSE
              MOVE 0 TO W-BASE
           END-IF
           PERFORM CALCULA-IRRF
           MOVE W-IMPOSTO    TO RES-IRRF13-1.

       CALCULA-INSS.
           MOVE 0 TO W-IMPOSTO
           PERFORM VARYING W-IX-FAIXA FROM 1 BY 1
                   UNTIL W-IX-FAIXA > W-INSS-QTDE
              IF W-BASE <= W-INSS-LIMITE (W-IX-FAIXA)
                 COMPUTE W-VALOR-FAIXA ROUNDED =
                         W-BASE * W-INSS-ALIQ (W-IX-FAIXA) / 100
                         - W-INSS-DEDUC (W-IX-FAIXA)
                 IF W-VALOR-FAIXA > 0
                    MOVE W-VALOR-FAIXA TO W-IMPOSTO
                 END-IF
                 MOVE W-INSS-QTDE TO W-IX-FAIXA
              END-IF
           END-PERFORM.

       CALCULA-IRRF.
           MOVE 0 TO W-IMPOSTO
           PERFORM VARYING W-IX-FAIXA FROM 1 BY 1
                   UNTIL W-IX-FAIXA > W-IRRF-QTDE
              IF W-BASE <= W-IRRF-LIMITE (W-IX-FAIXA)
                 COMPUTE W-VALOR-FAIXA ROUNDED =
                         W-BASE * W-IRRF-ALIQ (W-IX-FAIXA) / 100
                         - W-IRRF-DEDUC (W-IX-FAIXA)
                 IF W-VALOR-FAIXA > 0
                    MOVE W-VALOR-FAIXA TO W-IMPOSTO
                 END-IF
                 MOVE W-IRRF-QTDE TO W-IX-FAIXA
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * FGTS do mes rescisorio e multa sobre o saldo (informado do
      * extrato ou estimado pelo salario x meses de servico)
      *-----------------------------------------------------------------
       CALCULA-FGTS-RESCISAO.
           IF W-BASE-FGTS < 0
              MOVE 0 TO W-BASE-FGTS
           END-IF
           MOVE W-BASE-FGTS TO RES-BASEFGTS-1
           COMPUTE RES-FGTSMES-1 ROUNDED =
                   W-BASE-FGTS * W-PCT-FGTS / 100

           IF W-SALDOFGTS-INF > 0
              MOVE W-SALDOFGTS-INF TO RES-SALDOFGTS-1
              SET RES-FGTS-INFORMADO TO TRUE
           ELSE
              MOVE DFUN-DATADMI-1 TO W-CDD-DATA
              PERFORM CONVERTE-DATA-DIAS
              MOVE W-CDD-DIAS     TO W-DIAS-INI
              MOVE W-DATADEM      TO W-CDD-DATA
              PERFORM CONVERTE-DATA-DIAS
              MOVE W-CDD-DIAS     TO W-DIAS-FIM
              COMPUTE W-MESES-SERVICO =
                      (W-DIAS-FIM - W-DIAS-INI + 1) / 30
              COMPUTE RES-SALDOFGTS-1 ROUNDED =
                      RES-SALARIO-1 * W-PCT-FGTS / 100 *
                      W-MESES-SERVICO
              SET RES-FGTS-ESTIMADO TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN RES-SEM-JUSTA-CAUSA
                  MOVE 40 TO RES-PCTMULTA-1
             WHEN RES-ACORDO
                  MOVE 20 TO RES-PCTMULTA-1
             WHEN OTHER
                  MOVE 0  TO RES-PCTMULTA-1
           END-EVALUATE
           COMPUTE RES-MULTA-1 ROUNDED =
                   (RES-SALDOFGTS-1 + RES-FGTSMES-1) *
                   RES-PCTMULTA-1 / 100.

      *-----------------------------------------------------------------
      * verbas da rescisao em W-RVB-TAB: as do RESCISP e mais os
      * lancamentos do mes, o INSS e o IRRF
      *-----------------------------------------------------------------
       MONTA-VERBAS-TELA.
           PERFORM MONTA-VERBAS-RESCISAO

           MOVE 0                           TO W-RVB-REFER-W
           MOVE SPACES                      TO W-RVB-UNIDADE-W
           MOVE 'P'                         TO W-RVB-TIPO-W
           MOVE 'OUTROS PROVENTOS DO MES'   TO W-RVB-DESCRICAO-W
           MOVE RES-OUTPROV-1               TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'D'                         TO W-RVB-TIPO-W
           MOVE 'OUTROS DESCONTOS DO MES'   TO W-RVB-DESCRICAO-W
           MOVE RES-OUTDESC-1               TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO
           MOVE 'INSS'                      TO W-RVB-DESCRICAO-W
           MOVE RES-INSS-1                  TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO
           MOVE 'INSS SOBRE 13. SALARIO'    TO W-RVB-DESCRICAO-W
           MOVE RES-INSS13-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO
           MOVE 'IRRF'                      TO W-RVB-DESCRICAO-W
           MOVE RES-IRRF-1                  TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO
           MOVE 'IRRF SOBRE 13. SALARIO'    TO W-RVB-DESCRICAO-W
           MOVE RES-IRRF13-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO.

      *-----------------------------------------------------------------
      * mostra na tela a rescisao que esta em W-REG-RESCISAO
      *-----------------------------------------------------------------
       MOSTRA-CALCULO.
           MOVE W-REG-RESCISAO TO RES-REGISTR-1
           PERFORM MONTA-VERBAS-TELA

           MOVE 0 TO W-LISTA-QTDE
           PERFORM VARYING W-RVB-IX FROM 1 BY 1
                   UNTIL W-RVB-IX > W-RVB-QTDE
              MOVE SPACES TO W-LINHA-LISTA
              MOVE W-RVB-DESCRICAO (W-RVB-IX) TO W-DESCVER-LIS
              MOVE W-RVB-REFER (W-RVB-IX)     TO W-REFER-LIS
              MOVE W-RVB-UNIDADE (W-RVB-IX)   TO W-UNIDADE-LIS
              IF W-RVB-TIPO (W-RVB-IX) = 'P'
                 MOVE W-RVB-VALOR (W-RVB-IX)  TO W-PROV-LIS
                 MOVE 0                       TO W-DESC-LIS
              ELSE
                 MOVE 0                       TO W-PROV-LIS
                 MOVE W-RVB-VALOR (W-RVB-IX)  TO W-DESC-LIS
              END-IF
              ADD 1 TO W-LISTA-QTDE
              MOVE W-LINHA-LISTA TO W-LISTA-VERBAS (W-LISTA-QTDE)
           END-PERFORM
           IF W-LISTA-QTDE = 0
              MOVE 1 TO W-LISTA-QTDE
              MOVE SPACES TO W-LISTA-VERBAS (1)
           END-IF
           MOVE 1 TO W-LISTA-SEL

           MOVE RES-BRUTO-1     TO W-BRUTO-EDIT
           MOVE RES-DESCONTOS-1 TO W-DESCONTOS-EDIT
           MOVE RES-LIQUIDO-1   TO W-LIQUIDO-EDIT
           MOVE RES-FGTSMES-1   TO W-FGTSMES-EDIT
           MOVE RES-SALDOFGTS-1 TO W-SALDOFGTS-CALC
           MOVE RES-MULTA-1     TO W-MULTA-EDIT

           IF RESCISAO-GRAVADA
              MOVE SPACES TO W-SITUACAO-EDIT
              MOVE RES-DATACALC-1 TO W-DATAUXI
              PERFORM FORMATA-DATA-TELA
              MOVE W-DATAIMP      TO W-DATACALC-EDIT
              STRING 'RESCISAO GRAVADA EM ' DELIMITED BY SIZE
                     W-DATACALC-EDIT        DELIMITED BY SIZE
                     ' POR '                DELIMITED BY SIZE
                     RES-OPERADOR-1         DELIMITED BY SPACE
                     INTO W-SITUACAO-EDIT
           END-IF.

      *-----------------------------------------------------------------
      * grava a rescisao: desligamento no CADFUN, periodos de ferias
      * encerrados, provisao do PROVMES revertida e registro no RESCIS
      *-----------------------------------------------------------------
       ROTINA-GRAVAR.
           PERFORM CONFERE-E-CALCULA
           IF NOT CALCULO-OK
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM TESTA-COMPETENCIA-FECHADA
           IF VALID-FECHCTL
              SET CALCULO-OK TO FALSE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia do desligamento ja fechada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM CONFERE-OUTRA-RESCISAO
           IF TEM-OUTRA-RESCISAO
              SET CALCULO-OK TO FALSE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Ja existe rescisao gravada com outra data para'
                                       TO CA-MESSAGE-1
              MOVE 'este contrato - exclua a anterior.'
                                       TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           DISPLAY TELA-PRINCIPAL
           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a gravacao da rescisao?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP <> 1
              EXIT PARAGRAPH.

           PERFORM GRAVA-DESLIGAMENTO

           IF TEM-CONTROLE-FERIAS
              MOVE W-DATADEM TO W-FER-HOJE
              PERFORM ATUALIZA-FERIAS-FUNC
              UNLOCK CADFER
           END-IF

           MOVE W-REG-RESCISAO TO RES-REGISTR-1
           PERFORM REVERTE-PROVMES
           MOVE RES-REGISTR-1  TO W-REG-RESCISAO

           MOVE SPACES TO W-ANTES-RES
           READ RESCIS
           IF STAT-RESCIS = '23'
              MOVE W-REG-RESCISAO TO RES-REGISTR-1
              WRITE RES-REGISTR-1
           ELSE
              IF NOT VALID-RESCIS
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE RES-REGISTR-1  TO W-ANTES-RES
              MOVE W-REG-RESCISAO TO RES-REGISTR-1
              REWRITE RES-REGISTR-1
           END-IF
           IF NOT VALID-RESCIS
              PERFORM ERRO-ARQUIVO.

           MOVE RES-RECORDK-1  TO AUDIT-CHAVE-1
           MOVE 'RESCIS'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-RES    TO AUDIT-ANTES-1
           MOVE RES-REGISTR-1  TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO  TO TRUE
           PERFORM GRAVA-AUDITLOG

           SET RESCISAO-GRAVADA TO TRUE
           PERFORM MOSTRA-CALCULO

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Rescisao gravada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           DISPLAY TELA-PRINCIPAL.

       TESTA-COMPETENCIA-FECHADA.
           MOVE '23' TO STAT-FECHCTL
           IF NOT FECHCTL-ABERTO
              EXIT PARAGRAPH.

           MOVE RES-EMPRESA-1 TO FCTL-EMPRESA-1
           MOVE RES-COMPET-1  TO FCTL-COMPET-1
           READ FECHCTL.

      *-----------------------------------------------------------------
      * outra rescisao gravada para o mesmo contrato com outra data
      *-----------------------------------------------------------------
       CONFERE-OUTRA-RESCISAO.
           SET TEM-OUTRA-RESCISAO TO FALSE
           PERFORM LE-RESCISAO-GRAVADA
           IF RESCISAO-GRAVADA AND RES-DATADEM-1 <> W-DATADEM
              SET TEM-OUTRA-RESCISAO TO TRUE
           END-IF
           SET RESCISAO-GRAVADA TO FALSE
           MOVE W-REG-RESCISAO TO RES-REGISTR-1.

      *-----------------------------------------------------------------
      * desligamento vazio no CADFUN recebe a data da rescisao
      *-----------------------------------------------------------------
       GRAVA-DESLIGAMENTO.
           INITIALIZE             DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           READ CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           IF DFUN-DATADMS-1 <> 0
              UNLOCK CADFUN
              EXIT PARAGRAPH.

           MOVE DFUN-REGISTR-1 TO W-ANTES-FUN
           MOVE W-DATADEM      TO DFUN-DATADMS-1
           REWRITE DFUN-REGISTR-1
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           MOVE DFUN-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'CADFUN'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-FUN    TO AUDIT-ANTES-1
           MOVE DFUN-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO  TO TRUE
           PERFORM GRAVA-AUDITLOG.

      *-----------------------------------------------------------------
      * reverte a provisao do funcionario: o saldo e a fotografia da
      * competencia do desligamento (ou, se ela ainda nao foi gerada
      * ou ja esta zerada, a da competencia anterior); a competencia
      * do desligamento fica gravada com a provisao zerada
      *-----------------------------------------------------------------
       REVERTE-PROVMES.
           MOVE 0 TO RES-PRVCOMP-1 RES-PRVFER-1 RES-PRVTER-1
                     RES-PRVDEC-1  RES-PRVENC-1 RES-PRVTOT-1

           INITIALIZE            PRV-REGISTR-1
           MOVE RES-EMPRESA-1 TO PRV-EMPRESA-1
           MOVE RES-COMPET-1  TO PRV-COMPET-1
           MOVE RES-CODFUNC-1 TO PRV-CODFUNC-1
           READ PROVMES
           IF NOT VALID-PROVMES OR PRV-TOTAL-1 = 0
              MOVE RES-COMPET-1 TO W-COMPET-ANT
              IF W-COMPET-ANT-MES > 1
                 SUBTRACT 1 FROM W-COMPET-ANT-MES
              ELSE
                 MOVE 12 TO W-COMPET-ANT-MES
                 SUBTRACT 1 FROM W-COMPET-ANT-ANO
              END-IF
              INITIALIZE            PRV-REGISTR-1
              MOVE RES-EMPRESA-1 TO PRV-EMPRESA-1
              MOVE W-COMPET-ANT  TO PRV-COMPET-1
              MOVE RES-CODFUNC-1 TO PRV-CODFUNC-1
              READ PROVMES
           END-IF
           IF VALID-PROVMES
              MOVE PRV-COMPET-1   TO RES-PRVCOMP-1
              MOVE PRV-FERIAS-1   TO RES-PRVFER-1
              MOVE PRV-TERCO-1    TO RES-PRVTER-1
              MOVE PRV-DECIMO-1   TO RES-PRVDEC-1
              MOVE PRV-ENCARGOS-1 TO RES-PRVENC-1
              MOVE PRV-TOTAL-1    TO RES-PRVTOT-1
           ELSE
              IF STAT-PROVMES <> '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           INITIALIZE             PRV-REGISTR-1
           MOVE RES-EMPRESA-1  TO PRV-EMPRESA-1
           MOVE RES-COMPET-1   TO PRV-COMPET-1
           MOVE RES-CODFUNC-1  TO PRV-CODFUNC-1
           MOVE RES-CENTCUS-1  TO PRV-CENTCUS-1
           MOVE RES-SALARIO-1  TO PRV-SALARIO-1
           MOVE W-DATA-SISTEMA TO PRV-DATAGER-1

           WRITE PRV-REGISTR-1
           IF STAT-PROVMES = '22'
              REWRITE PRV-REGISTR-1
           END-IF
           IF NOT VALID-PROVMES
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * termo de rescisao em RESCISAO.TXT
      *-----------------------------------------------------------------
       ROTINA-IMPRIMIR.
           IF NOT CALCULO-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Calcule a rescisao ou leia uma rescisao gravada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-REG-RESCISAO TO RES-REGISTR-1
           PERFORM MONTA-VERBAS-TELA

           MOVE SPACES TO RELATO-R
           MOVE ALL '=' TO RELATO-R(1:132)
           WRITE RELATO-R

           MOVE RES-EMPRESA-1   TO W-EMPRESA-TIT
           MOVE W-DATA-SISTEMA  TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP       TO W-EMISSAO-TIT
           WRITE RELATO-R FROM W-LINHA-TIT-1

           MOVE RES-CODFUNC-1   TO W-CODFUNC-TIT
           MOVE W-NOMEFUN-EDIT  TO W-NOMEFUN-TIT
           MOVE RES-CENTCUS-1   TO W-CENTCUS-TIT
           WRITE RELATO-R FROM W-LINHA-TIT-2

           MOVE RES-DATADMI-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP       TO W-DATADMI-TIT
           MOVE RES-DATADEM-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP       TO W-DATADEM-TIT
           MOVE RES-DATAPROJ-1  TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP       TO W-DATAPROJ-TIT
           MOVE RES-SALARIO-1   TO W-SALARIO-TIT
           WRITE RELATO-R FROM W-LINHA-TIT-3

           EVALUATE TRUE
             WHEN RES-SEM-JUSTA-CAUSA
                  MOVE 'SEM JUSTA CAUSA'      TO W-TIPO-TIT
             WHEN RES-PEDIDO-DEMISSAO
                  MOVE 'PEDIDO DE DEMISSAO'   TO W-TIPO-TIT
             WHEN RES-JUSTA-CAUSA
                  MOVE 'JUSTA CAUSA'          TO W-TIPO-TIT
             WHEN OTHER
                  MOVE 'ACORDO (ART. 484-A)'  TO W-TIPO-TIT
           END-EVALUATE
           MOVE RES-DIASAVI-1 TO W-DIASAVI-TIT
           MOVE 'DIAS'        TO W-UNIDAVI-TIT
           EVALUATE TRUE
             WHEN RES-AVISO-INDENIZADO
                  MOVE 'INDENIZADO'           TO W-AVISO-TIT
             WHEN RES-AVISO-TRABALHADO
                  MOVE 'TRABALHADO'           TO W-AVISO-TIT
             WHEN RES-AVISO-NAO-CUMPRIDO
                  MOVE 'NAO CUMPRIDO'         TO W-AVISO-TIT
             WHEN OTHER
                  MOVE 'SEM AVISO'            TO W-AVISO-TIT
                  MOVE SPACES                 TO W-UNIDAVI-TIT
           END-EVALUATE
           WRITE RELATO-R FROM W-LINHA-TIT-4

           IF NOT RESCISAO-GRAVADA
              MOVE 'SIMULACAO - RESCISAO NAO GRAVADA'
                                       TO W-SITUACAO-IMP
              WRITE RELATO-R FROM W-LINHA-SITUACAO
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-CAB-VERBAS

           PERFORM VARYING W-RVB-IX FROM 1 BY 1
                   UNTIL W-RVB-IX > W-RVB-QTDE
              MOVE W-RVB-DESCRICAO (W-RVB-IX) TO W-DESCVER-IMP
              MOVE W-RVB-REFER (W-RVB-IX)     TO W-REFER-IMP
              MOVE W-RVB-UNIDADE (W-RVB-IX)   TO W-UNIDADE-IMP
              IF W-RVB-TIPO (W-RVB-IX) = 'P'
                 MOVE W-RVB-VALOR (W-RVB-IX)  TO W-PROV-IMP
                 MOVE 0                       TO W-DESC-IMP
              ELSE
                 MOVE 0                       TO W-PROV-IMP
                 MOVE W-RVB-VALOR (W-RVB-IX)  TO W-DESC-IMP
              END-IF
              WRITE RELATO-R FROM W-LINHA-VERBA
           END-PERFORM

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE 'TOTAIS'          TO W-ROTULO-TRS
           MOVE RES-BRUTO-1       TO W-TPROV-IMP
           MOVE RES-DESCONTOS-1   TO W-TDESC-IMP
           WRITE RELATO-R FROM W-LINHA-TOTAL-RES

           MOVE 'LIQUIDO A RECEBER' TO W-ROTULO-VAL
           MOVE RES-LIQUIDO-1       TO W-VALOR-VAL
           MOVE SPACES              TO W-OBS-VAL
           WRITE RELATO-R FROM W-LINHA-VALOR

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE 'FGTS DO MES RESCISORIO' TO W-ROTULO-VAL
           MOVE RES-FGTSMES-1            TO W-VALOR-VAL
           MOVE SPACES                   TO W-OBS-VAL
           WRITE RELATO-R FROM W-LINHA-VALOR
           MOVE 'SALDO DO FGTS PARA FINS RESCISORIOS'
                                         TO W-ROTULO-VAL
           MOVE RES-SALDOFGTS-1          TO W-VALOR-VAL
           IF RES-FGTS-INFORMADO
              MOVE 'INFORMADO (EXTRATO)' TO W-OBS-VAL
           ELSE
              MOVE 'ESTIMADO PELO SALARIO' TO W-OBS-VAL
           END-IF
           WRITE RELATO-R FROM W-LINHA-VALOR
           IF RES-PCTMULTA-1 > 0
              IF RES-SEM-JUSTA-CAUSA
                 MOVE 'MULTA DO FGTS (40%)' TO W-ROTULO-VAL
              ELSE
                 MOVE 'MULTA DO FGTS (20%)' TO W-ROTULO-VAL
              END-IF
              MOVE RES-MULTA-1           TO W-VALOR-VAL
              MOVE 'DEPOSITO NA CONTA DO FGTS' TO W-OBS-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
           END-IF

           IF RES-PRVCOMP-1 <> 0
              MOVE SPACES TO RELATO-R
              WRITE RELATO-R
              MOVE SPACES TO W-SITUACAO-IMP
              STRING 'PROVISAO REVERTIDA DO PROVMES - COMPETENCIA '
                                         DELIMITED BY SIZE
                     RES-PRVCOMP-1       DELIMITED BY SIZE
                     INTO W-SITUACAO-IMP
              WRITE RELATO-R FROM W-LINHA-SITUACAO
              MOVE SPACES                TO W-OBS-VAL
              MOVE '  FERIAS'            TO W-ROTULO-VAL
              MOVE RES-PRVFER-1          TO W-VALOR-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
              MOVE '  1/3 DE FERIAS'     TO W-ROTULO-VAL
              MOVE RES-PRVTER-1          TO W-VALOR-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
              MOVE '  13. SALARIO'       TO W-ROTULO-VAL
              MOVE RES-PRVDEC-1          TO W-VALOR-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
              MOVE '  ENCARGOS'          TO W-ROTULO-VAL
              MOVE RES-PRVENC-1          TO W-VALOR-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
              MOVE '  TOTAL REVERTIDO'   TO W-ROTULO-VAL
              MOVE RES-PRVTOT-1          TO W-VALOR-VAL
              WRITE RELATO-R FROM W-LINHA-VALOR
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Termo de rescisao gravado em RESCISAO.TXT.'
                                    TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

      *-----------------------------------------------------------------
      * exclui a rescisao gravada; o desligamento do CADFUN e a
      * provisao do mes ficam como estao (FUNCION e PROVFE)
      *-----------------------------------------------------------------
       ROTINA-EXCLUIR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF NOT RESCISAO-GRAVADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Leia o funcionario com a rescisao gravada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-REG-RESCISAO TO RES-REGISTR-1
           PERFORM TESTA-COMPETENCIA-FECHADA
           IF VALID-FECHCTL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia do desligamento ja fechada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir a rescisao?'
                                    TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP <> 1
              EXIT PARAGRAPH.

           MOVE W-REG-RESCISAO TO RES-REGISTR-1
           READ RESCIS
           IF STAT-RESCIS = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF NOT VALID-RESCIS
              PERFORM ERRO-ARQUIVO.

           MOVE RES-REGISTR-1 TO W-ANTES-RES
           DELETE RESCIS
           IF NOT VALID-RESCIS
              PERFORM ERRO-ARQUIVO.

           MOVE RES-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'RESCIS'      TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-RES   TO AUDIT-ANTES-1
           MOVE SPACES        TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM LIMPA-CALCULO

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Rescisao excluida. Desligamento no cadastro e'
                                    TO CA-MESSAGE-1
           MOVE 'provisao do mes: ajuste em FUNCION e rode o PROVFE.'
                                    TO CA-MESSAGE-2
           PERFORM MOSTRA-MSG-MENSAGEM

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'RESCISAO' TO DPRM-PROGRAMA-1
           READ CADPRM
           IF VALID-CADPRM AND DPRM-PODE-EXCLUIR
              SET PODE-EXCLUIR TO TRUE
           ELSE
              SET PODE-EXCLUIR TO FALSE
           END-IF.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM CENTURY-DATE
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'RESCISAO'    TO AUDIT-PROGRAMA-1

           WRITE AUDIT-REGISTR-1
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM CENTURY-DATE
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'RESCISAO' TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.

       MOSTRA-MSG-ERRO.
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-ATENCAO.
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       PERGUNTA-INICIALIZA.
           CALL "C$RERRNAME" USING W-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Deseja inicializar o arquivo' TO CA-MESSAGE-1
           MOVE W-ARQUIVO TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.

           COPY "PARAMP.CPY".
           COPY "DATASP.CPY".
           COPY "DIASP.CPY".
           COPY "FERIASP.CPY".
           COPY "RESCISP.CPY".
