      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Analyst extracts from the time-series history
      /            (pandemic_tshist.dat), driven by extract.req. Each
      *            request (REQUEST=<id> starts one) names its
      *            requester, date range (FROM/TO, YYYYMMDD), countries
      *            (COUNTRIES=BR,AR,...) and/or a regiao.dat REGION,
      *            the series FIELDS, the GRAIN (DAILY, WEEKLY from
      *            Monday, MONTHLY) and the FORMAT (DELIMITED, with an
      *            optional DELIMITER, or FIXED). Every request gets
      *            its OUTPUT file plus a control sheet (<output>.ctl)
      *            with the row count, the range actually covered and
      *            the requested countries that had no data; every
      *            request, released or rejected, is appended to
      *            pandemic_extract.log with its requester. An OUTPUT
      *            naming a path, a production file type or a file
      *            already released in the run is rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_extract.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_pedido
           ASSIGN TO "extract.req"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_serie
           ASSIGN TO "pandemic_tshist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS serie_chave
           FILE STATUS IS ws_serie_status.

           SELECT OPTIONAL arquivo_regiao
           ASSIGN TO "regiao.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS reg_country_code
           FILE STATUS IS ws_reg_status.

           SELECT OPTIONAL arquivo_extrato
           ASSIGN TO ws_nome_extrato
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_controle
           ASSIGN TO ws_nome_controle
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_log
           ASSIGN TO "pandemic_extract.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_pedido.
       01  fd_pedido_record.
           05 rec_parm                   pic X(200).
      *
       FD  arquivo_serie.
       01  fd_serie_record.
           05 serie_chave.
               10 serie_country_code     pic X(002).
               10 serie_data.
                   15 serie_year         pic 9(004).
                   15 serie_month        pic 9(002).
                   15 serie_day          pic 9(002).
           05 serie_new_cases            pic 9(009).
           05 serie_total_cases          pic 9(009).
           05 serie_fatalidades          pic 9(009).
           05 serie_total_fatalidades    pic 9(009).
           05 serie_recuperados          pic 9(009).
           05 serie_total_recuperados    pic 9(009).
           05 serie_numero_run           pic 9(006).
           05 serie_arquivo              pic X(060).
           05 serie_carga                pic X(014).
      *
       FD  arquivo_regiao.
       01  fd_regiao_record.
           05 reg_country_code           pic X(002).
           05 reg_regiao                 pic X(020).
      *
       FD  arquivo_extrato.
       01  fd_extrato_record             pic X(250).
      *
       FD  arquivo_controle.
       01  fd_controle_record            pic X(132).
      *
       FD  arquivo_log.
       01  fd_log_record                 pic X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  Header_controle.
           05 FILLER                 PIC X(032) value
              "HISTORICAL EXTRACT CONTROL SHEET".
           05 FILLER                 PIC X(009) value " REQUEST ".
           05 hc_id                  PIC X(012).
      *
       01  Header_traco.
           05 FILLER                 PIC X(080) value all "=".
      *
       01  Linha_controle.
           05 lc_rotulo              PIC X(022).
           05 FILLER                 PIC X(002) value ": ".
           05 lc_valor               PIC X(100).
      *
       01  Titulo_sem_dados.
           05 FILLER                 PIC X(041) value
              "REQUESTED COUNTRIES WITH NO DATA IN RANGE".
      *
       01  Titulo_layout.
           05 FILLER                 PIC X(040) value
              "FIXED-WIDTH LAYOUT".
      *
       01  Header_layout.
           05 FILLER                 PIC X(016) value "Field".
           05 FILLER                 PIC X(008) value "   Start".
           05 FILLER                 PIC X(008) value "  Length".
      *
       01  Linha_layout.
           05 ly_campo               PIC X(016).
           05 FILLER                 PIC X(004) value spaces.
           05 ly_inicio              PIC ZZZ9.
           05 FILLER                 PIC X(004) value spaces.
           05 ly_tamanho             PIC ZZZ9.
      *
       01  Linha_sem_dados           PIC X(100).
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  Linha_extrato             PIC X(250).
      *
       01  Linha_log_pedido.
           05 FILLER                 PIC X(008) value "EXTRACT ".
           05 ll_carimbo             PIC X(014).
           05 FILLER                 PIC X(005) value " REQ ".
           05 ll_id                  PIC X(012).
           05 FILLER                 PIC X(005) value " FOR ".
           05 ll_solicitante         PIC X(030).
           05 FILLER                 PIC X(006) value " FILE ".
           05 ll_arquivo             PIC X(040).
           05 FILLER                 PIC X(006) value " ROWS ".
           05 ll_linhas              PIC ZZZZZZZ9.
           05 FILLER                 PIC X(001) value spaces.
           05 ll_resultado           PIC X(008).
           05 FILLER                 PIC X(001) value spaces.
           05 ll_motivo              PIC X(040).
      *
       01  Linha_log_detalhe         PIC X(200).
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_arquivo_inexistente  value "05" "35".
      *
       01  ws_reg_status                 PIC X(002) value "00".
           88 reg_ok                     value "00".
           88 reg_arquivo_inexistente    value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_serie_eof_sw               PIC X(001) value "n".
           88 serie_eof_sw               value "y".
           88 serie_not_eof_sw           value "n".
      *
       01  ws_reg_eof_sw                 PIC X(001) value "n".
           88 reg_eof_sw                 value "y".
           88 reg_not_eof_sw             value "n".
      *
       01  ws_usar_regiao                PIC X(001) value "Y".
           88 usar_regiao_sw             value "Y".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(179).
      *
       01  ws_nome_extrato               PIC X(100) value spaces.
       01  ws_nome_controle              PIC X(100) value spaces.
      *
       01  ws_conferencia_saida.
           05 ws_saida_maius             PIC X(080).
           05 ws_saida_extensao          PIC X(010).
           05 ws_saida_tamanho           PIC 9(004).
           05 ws_saida_ponto             PIC 9(004).
           05 ws_saida_barras            PIC 9(004).
           05 ws_motivo_saida            PIC X(040).
      *
       01  ws_saidas_liberadas.
           05 ws_total_saidas            PIC 9(004) value zero.
           05 ws_saida_liberada          PIC X(080) OCCURS 200 TIMES.
      *
      * series fields an extract may carry, in serie record order
       01  ws_nomes_campos_valores.
           05 FILLER                 PIC X(015) value "NEWCASES".
           05 FILLER                 PIC X(015) value "TOTALCASES".
           05 FILLER                 PIC X(015) value "NEWDEATHS".
           05 FILLER                 PIC X(015) value "TOTALDEATHS".
           05 FILLER                 PIC X(015) value "NEWRECOVERED".
           05 FILLER                 PIC X(015) value "TOTALRECOVERED".
       01  ws_nomes_campos REDEFINES ws_nomes_campos_valores.
           05 nc_nome                PIC X(015) OCCURS 6 TIMES.
      *
       01  ws_pedido.
           05 ws_pedido_aberto           PIC X(001) value "N".
              88 pedido_aberto_sw        value "Y".
           05 ped_id                     PIC X(012).
           05 ped_solicitante            PIC X(030).
           05 ped_saida                  PIC X(080).
           05 ped_de_x                   PIC X(008).
           05 ped_ate_x                  PIC X(008).
           05 ped_regiao                 PIC X(020).
           05 ped_granularidade          PIC X(001).
              88 gran_diaria             value "D".
              88 gran_semanal            value "W".
              88 gran_mensal             value "M".
              88 gran_valida             value "D" "W" "M".
           05 ped_formato                PIC X(001).
              88 formato_delimitado      value "D".
              88 formato_fixo            value "F".
              88 formato_valido          value "D" "F".
           05 ped_delimitador            PIC X(001).
           05 ped_motivo                 PIC X(040).
           05 ped_total_campos           PIC 9(002).
           05 ped_campo                  PIC 9(001) OCCURS 6 TIMES.
           05 ped_total_paises           PIC 9(004).
           05 ped_pais OCCURS 250 TIMES.
               10 pp_codigo              PIC X(002).
               10 pp_linhas              PIC 9(006).
      *
       01  ws_lista.
           05 ws_tok                     PIC X(020).
           05 ws_tok_pos                 PIC 9(004).
           05 ws_codigo_pais             PIC X(002).
           05 ws_paises_regiao           PIC 9(004) value zero.
      *
       01  ws_indices.
           05 ws_idx                     PIC 9(004).
           05 ws_idx2                    PIC 9(004).
           05 ws_achado                  PIC 9(004).
           05 ws_cp_idx                  PIC 9(002).
           05 ws_nc_idx                  PIC 9(002).
           05 ws_ptr                     PIC 9(004).
      *
       01  ws_totais.
           05 ws_total_pedidos           PIC 9(004) value zero.
           05 ws_pedidos_liberados       PIC 9(004) value zero.
           05 ws_pedidos_rejeitados      PIC 9(004) value zero.
           05 ws_seq_edit                PIC 9(004).
      *
       01  ws_resultado_pedido.
           05 ws_linhas_gravadas         PIC 9(008) value zero.
           05 ws_paises_com_dados        PIC 9(004) value zero.
           05 ws_paises_sem_dados        PIC 9(004) value zero.
           05 ws_coberto_de              PIC X(008) value spaces.
           05 ws_coberto_ate             PIC X(008) value spaces.
      *
       01  ws_observacao.
           05 wv_valor                   PIC 9(011) OCCURS 6 TIMES.
           05 ws_periodo_obs             PIC X(008).
      *
       01  ws_agregado.
           05 ws_agr_aberto              PIC X(001) value "N".
              88 agr_aberto_sw           value "Y".
           05 ag_periodo                 PIC X(008).
           05 ag_valor                   PIC 9(011) OCCURS 6 TIMES.
      *
       01  ws_calendario.
           05 ws_data_n                  PIC 9(008).
           05 ws_dia_int                 PIC 9(008).
           05 ws_dia_semana              PIC 9(008).
           05 ws_segunda_int             PIC 9(008).
           05 ws_segunda_data            PIC 9(008).
      *
       01  ws_formatacao.
           05 ws_data_fmt_x              PIC X(008).
           05 ws_data_fmt                PIC X(010).
           05 ws_de_fmt                  PIC X(010).
           05 ws_valor_delim             PIC Z(010)9.
           05 ws_valor_fixo              PIC Z(011)9.
           05 ws_numero_edit             PIC ZZZZZZZ9.
           05 ws_numero_edit2            PIC ZZZ9.
           05 ws_inicio_campo            PIC 9(004).
      *
       01  ws_carimbo                    PIC X(014).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM ler_pedido_linha UNTIL parm_eof_sw.

      * the last request in the file closes at end of file
           IF pedido_aberto_sw
               PERFORM executar_pedido
           END-IF.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           OPEN INPUT arquivo_pedido.
           IF parm_inexistente
               DISPLAY "extract.req not found - no extracts requested."
               move "y" to ws_parm_eof_sw
           END-IF.

           OPEN INPUT arquivo_serie.

           OPEN INPUT arquivo_regiao.
           IF reg_arquivo_inexistente
               move "N" to ws_usar_regiao
           END-IF.

           OPEN EXTEND arquivo_log.
      *
       ler_pedido_linha.
      * Blank lines and lines starting with * are notes for the
      * analyst desk; any keyword ahead of the first REQUEST= line
      * opens a request numbered in file order.
           READ arquivo_pedido
               AT END move "y" to ws_parm_eof_sw
           END-READ.

           IF parm_not_eof_sw
           AND rec_parm NOT = spaces
           AND rec_parm(1:1) NOT = "*"
               move spaces to ws_parametros
               UNSTRING
                   rec_parm DELIMITED BY "="
               INTO
                   ws_parm_key
                   ws_parm_value
               END-UNSTRING

               IF ws_parm_key = "REQUEST"
                   IF pedido_aberto_sw
                       PERFORM executar_pedido
                   END-IF
                   PERFORM abrir_pedido
                   IF ws_parm_value NOT = spaces
                       move FUNCTION TRIM(ws_parm_value) to ped_id
                   END-IF
               ELSE
                   IF NOT pedido_aberto_sw
                       PERFORM abrir_pedido
                   END-IF
                   PERFORM tratar_chave_pedido
               END-IF
           END-IF.
      *
       abrir_pedido.
           add 1 to ws_total_pedidos.
           move ws_total_pedidos to ws_seq_edit.

           move "Y"        to ws_pedido_aberto.
           move ws_seq_edit to ped_id.
           move spaces     to ped_solicitante.
           move spaces     to ped_saida.
           move "00000000" to ped_de_x.
           move "99999999" to ped_ate_x.
           move spaces     to ped_regiao.
           move "D"        to ped_granularidade.
           move "D"        to ped_formato.
           move ";"        to ped_delimitador.
           move spaces     to ped_motivo.
           move zero       to ped_total_campos.
           move zero       to ped_total_paises.
      *
       tratar_chave_pedido.
      * A keyword the utility does not know rejects the request rather
      * than being ignored: a mistyped FIELDS or GRAIN must not release
      * a file the analyst did not ask for.
           EVALUATE ws_parm_key
               WHEN "REQUESTER"
                   move FUNCTION TRIM(ws_parm_value) to ped_solicitante
               WHEN "OUTPUT"
                   move FUNCTION TRIM(ws_parm_value) to ped_saida
               WHEN "FROM"
                   move FUNCTION TRIM(ws_parm_value)(1:8) to ped_de_x
               WHEN "TO"
                   move FUNCTION TRIM(ws_parm_value)(1:8) to ped_ate_x
               WHEN "COUNTRIES"
                   PERFORM carregar_lista_paises
               WHEN "REGION"
                   move FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ws_parm_value)) to ped_regiao
               WHEN "FIELDS"
                   PERFORM carregar_lista_campos
               WHEN "GRAIN"
                   move FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ws_parm_value)(1:1))
                       to ped_granularidade
               WHEN "FORMAT"
                   move FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ws_parm_value)(1:1))
                       to ped_formato
               WHEN "DELIMITER"
                   IF ws_parm_value(1:1) NOT = spaces
                       move ws_parm_value(1:1) to ped_delimitador
                   END-IF
               WHEN OTHER
                   IF ped_motivo = spaces
                       STRING
                           "UNKNOWN KEYWORD "     DELIMITED BY SIZE
                           ws_parm_key            DELIMITED BY SPACE
                           INTO ped_motivo
                       END-STRING
                   END-IF
           END-EVALUATE.
      *
       carregar_lista_paises.
      * COUNTRIES may be given on several lines; codes accumulate.
           move 1 to ws_tok_pos.

           PERFORM UNTIL ws_tok_pos > LENGTH OF ws_parm_value
               move spaces to ws_tok
               UNSTRING ws_parm_value DELIMITED BY ","
                   INTO ws_tok
                   WITH POINTER ws_tok_pos
               END-UNSTRING

               move FUNCTION UPPER-CASE(FUNCTION TRIM(ws_tok))
                   to ws_tok
               IF ws_tok NOT = spaces
                   IF ws_tok(3:1) NOT = spaces
                       IF ped_motivo = spaces
                           STRING
                               "INVALID COUNTRY CODE "
                                              DELIMITED BY SIZE
                               ws_tok         DELIMITED BY SPACE
                               INTO ped_motivo
                           END-STRING
                       END-IF
                   ELSE
                       move ws_tok(1:2) to ws_codigo_pais
                       PERFORM adicionar_pais
                   END-IF
               END-IF
           END-PERFORM.
      *
       carregar_lista_campos.
           move 1 to ws_tok_pos.

           PERFORM UNTIL ws_tok_pos > LENGTH OF ws_parm_value
               move spaces to ws_tok
               UNSTRING ws_parm_value DELIMITED BY ","
                   INTO ws_tok
                   WITH POINTER ws_tok_pos
               END-UNSTRING

               move FUNCTION UPPER-CASE(FUNCTION TRIM(ws_tok))
                   to ws_tok
               IF ws_tok NOT = spaces
                   PERFORM adicionar_campo
               END-IF
           END-PERFORM.
      *
       adicionar_campo.
           move zero to ws_achado.
           PERFORM VARYING ws_nc_idx FROM 1 BY 1
               UNTIL ws_nc_idx > 6
               IF nc_nome(ws_nc_idx) = ws_tok
                   move ws_nc_idx to ws_achado
               END-IF
           END-PERFORM.

           IF ws_achado = zero
               IF ped_motivo = spaces
                   STRING
                       "UNKNOWN FIELD "        DELIMITED BY SIZE
                       ws_tok                  DELIMITED BY SPACE
                       INTO ped_motivo
                   END-STRING
               END-IF
           ELSE
      * a field named twice is carried once, in its first position
               move zero to ws_idx2
               PERFORM VARYING ws_cp_idx FROM 1 BY 1
                   UNTIL ws_cp_idx > ped_total_campos
                   IF ped_campo(ws_cp_idx) = ws_achado
                       move ws_cp_idx to ws_idx2
                   END-IF
               END-PERFORM
               IF ws_idx2 = zero
                   add 1 to ped_total_campos
                   move ws_achado to ped_campo(ped_total_campos)
               END-IF
           END-IF.
      *
       adicionar_pais.
           move zero to ws_achado.
           PERFORM VARYING ws_idx2 FROM 1 BY 1
               UNTIL ws_idx2 > ped_total_paises
               IF pp_codigo(ws_idx2) = ws_codigo_pais
                   move ws_idx2 to ws_achado
               END-IF
           END-PERFORM.

           IF ws_achado = zero
               IF ped_total_paises < 250
                   add 1 to ped_total_paises
                   move ws_codigo_pais to pp_codigo(ped_total_paises)
                   move zero to pp_linhas(ped_total_paises)
               ELSE
                   IF ped_motivo = spaces
                       move "MORE THAN 250 COUNTRIES REQUESTED"
                           to ped_motivo
                   END-IF
               END-IF
           END-IF.
      *
       carregar_regiao.
      * A region is expanded through regiao.dat when the request runs,
      * after any COUNTRIES lines, so a country in both is taken once.
           move zero to ws_paises_regiao.
           IF usar_regiao_sw
               move "n" to ws_reg_eof_sw
               move low-values to reg_country_code
               START arquivo_regiao KEY >= reg_country_code
                   INVALID KEY move "y" to ws_reg_eof_sw
               END-START
               PERFORM ler_regiao UNTIL reg_eof_sw
           END-IF.
      *
       ler_regiao.
           READ arquivo_regiao NEXT RECORD
               AT END move "y" to ws_reg_eof_sw
           END-READ.

           IF reg_not_eof_sw
           AND FUNCTION UPPER-CASE(reg_regiao) = ped_regiao
               add 1 to ws_paises_regiao
               move reg_country_code to ws_codigo_pais
               PERFORM adicionar_pais
           END-IF.
      *
       executar_pedido.
           move "N" to ws_pedido_aberto.
           move zero   to ws_linhas_gravadas.
           move zero   to ws_paises_com_dados.
           move zero   to ws_paises_sem_dados.
           move spaces to ws_coberto_de.
           move spaces to ws_coberto_ate.

      * no FIELDS line: all six series fields, in record order
           IF ped_total_campos = zero
               PERFORM VARYING ws_cp_idx FROM 1 BY 1
                   UNTIL ws_cp_idx > 6
                   move ws_cp_idx to ped_campo(ws_cp_idx)
               END-PERFORM
               move 6 to ped_total_campos
           END-IF.

           IF ped_saida = spaces
               STRING
                   "extract_"                   DELIMITED BY SIZE
                   FUNCTION TRIM(ped_id)        DELIMITED BY SIZE
                   ".txt"                       DELIMITED BY SIZE
                   INTO ped_saida
               END-STRING
           END-IF.

           IF ped_regiao NOT = spaces
               PERFORM carregar_regiao
           END-IF.

           PERFORM validar_pedido.

           IF ped_motivo = spaces
               PERFORM guardar_saida_liberada
               PERFORM gerar_extrato
               PERFORM gravar_controle
               add 1 to ws_pedidos_liberados
               DISPLAY "EXTRACT " FUNCTION TRIM(ped_id) ": "
                   ws_linhas_gravadas " rows to "
                   FUNCTION TRIM(ped_saida) "."
           ELSE
               add 1 to ws_pedidos_rejeitados
               DISPLAY "*** EXTRACT " FUNCTION TRIM(ped_id)
                   " REJECTED - " FUNCTION TRIM(ped_motivo) " ***"
           END-IF.

           PERFORM registrar_pedido.
      *
       validar_pedido.
           PERFORM conferir_nome_saida.

           EVALUATE TRUE
               WHEN ped_motivo NOT = spaces
                   CONTINUE
               WHEN ws_motivo_saida NOT = spaces
                   move ws_motivo_saida to ped_motivo
               WHEN serie_arquivo_inexistente
                   move "pandemic_tshist.dat NOT ON FILE"
                       to ped_motivo
               WHEN ped_de_x NOT NUMERIC
                   OR ped_ate_x NOT NUMERIC
                   move "INVALID FROM/TO DATE" to ped_motivo
               WHEN ped_de_x > ped_ate_x
                   move "FROM DATE AFTER TO DATE" to ped_motivo
               WHEN NOT gran_valida
                   move "INVALID GRAIN" to ped_motivo
               WHEN NOT formato_valido
                   move "INVALID FORMAT" to ped_motivo
               WHEN ped_regiao NOT = spaces
                   AND NOT usar_regiao_sw
                   move "regiao.dat NOT ON FILE" to ped_motivo
               WHEN ped_regiao NOT = spaces
                   AND ws_paises_regiao = zero
                   move "REGION NOT ON regiao.dat" to ped_motivo
               WHEN ped_total_paises = zero
                   move "NO COUNTRIES OR REGION REQUESTED"
                       to ped_motivo
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       conferir_nome_saida.
      * OUTPUT is opened for output as given, so it must not reach
      * outside the working directory, name one of the system's own
      * files by type (keyed files, state, parameters, transactions,
      * checkpoints, alerts, sort work files, feeds, manifests, logs,
      * reports, control sheets), lack an extension (the step
      * programs), start with PANDEMIC_ like the system's own outputs,
      * or overwrite an extract released earlier in the same run.
           move spaces to ws_motivo_saida.
           move spaces to ws_saida_extensao.
           move FUNCTION UPPER-CASE(ped_saida) to ws_saida_maius.

           move zero to ws_saida_barras.
           INSPECT ws_saida_maius TALLYING ws_saida_barras
               FOR ALL "/" ALL "\" ALL "..".

           move zero to ws_saida_tamanho.
           INSPECT FUNCTION REVERSE(ws_saida_maius)
               TALLYING ws_saida_tamanho FOR LEADING spaces.
           compute ws_saida_tamanho =
               LENGTH OF ws_saida_maius - ws_saida_tamanho.

           move zero to ws_saida_ponto.
           PERFORM VARYING ws_idx FROM ws_saida_tamanho BY -1
               UNTIL ws_idx < 1 OR ws_saida_ponto > zero
               IF ws_saida_maius(ws_idx:1) = "."
                   move ws_idx to ws_saida_ponto
               END-IF
           END-PERFORM.
           IF ws_saida_ponto > zero
           AND ws_saida_ponto < ws_saida_tamanho
               move ws_saida_maius(ws_saida_ponto + 1:)
                   to ws_saida_extensao
           END-IF.

           move zero to ws_achado.
           PERFORM VARYING ws_idx FROM 1 BY 1
               UNTIL ws_idx > ws_total_saidas
               IF ws_saida_liberada(ws_idx) = ws_saida_maius
                   move ws_idx to ws_achado
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN ws_saida_barras > zero
                   move "OUTPUT MUST BE A PLAIN FILE NAME"
                       to ws_motivo_saida
               WHEN ws_saida_extensao = spaces
                   move "OUTPUT NEEDS A FILE EXTENSION"
                       to ws_motivo_saida
               WHEN ws_saida_extensao = "DAT" OR "STATE" OR "NUM"
                   OR "PAR" OR "REQ" OR "CSVW" OR "JSON" OR "MFT"
                   OR "LOG" OR "LST" OR "CTL" OR "TRN" OR "CKPT"
                   OR "ALERT" OR "SRT"
                   move "OUTPUT NAMES A SYSTEM FILE TYPE"
                       to ws_motivo_saida
               WHEN ws_saida_maius(1:9) = "PANDEMIC_"
                   move "OUTPUT NAMES A SYSTEM FILE"
                       to ws_motivo_saida
               WHEN ws_achado > zero
                   move "OUTPUT ALREADY USED IN THIS RUN"
                       to ws_motivo_saida
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       guardar_saida_liberada.
           IF ws_total_saidas < 200
               add 1 to ws_total_saidas
               move ws_saida_maius to ws_saida_liberada(ws_total_saidas)
           END-IF.
      *
       gerar_extrato.
           move FUNCTION TRIM(ped_saida) to ws_nome_extrato.
           OPEN OUTPUT arquivo_extrato.

           IF formato_delimitado
               PERFORM gravar_cabecalho_extrato
           END-IF.

           PERFORM processar_pais
               VARYING ws_idx FROM 1 BY 1
               UNTIL ws_idx > ped_total_paises.

           CLOSE arquivo_extrato.
      *
       gravar_cabecalho_extrato.
           move spaces to Linha_extrato.
           move 1 to ws_ptr.
           STRING
               "COUNTRYCODE"                    DELIMITED BY SIZE
               ped_delimitador                  DELIMITED BY SIZE
               "PERIOD"                         DELIMITED BY SIZE
               INTO Linha_extrato
               WITH POINTER ws_ptr
           END-STRING.

           PERFORM VARYING ws_cp_idx FROM 1 BY 1
               UNTIL ws_cp_idx > ped_total_campos
               STRING
                   ped_delimitador              DELIMITED BY SIZE
                   nc_nome(ped_campo(ws_cp_idx)) DELIMITED BY SPACE
                   INTO Linha_extrato
                   WITH POINTER ws_ptr
               END-STRING
           END-PERFORM.

           WRITE fd_extrato_record FROM Linha_extrato.
      *
       processar_pais.
      * One keyed pass per country: the history is keyed by country
      * and date, so START at the FROM date and read until the code
      * changes or the TO date is passed.
           move "N" to ws_agr_aberto.
           move "n" to ws_serie_eof_sw.
           move pp_codigo(ws_idx) to serie_country_code.
           move ped_de_x to serie_data.
           START arquivo_serie KEY >= serie_chave
               INVALID KEY move "y" to ws_serie_eof_sw
           END-START.

           PERFORM ler_observacao UNTIL serie_eof_sw.
           PERFORM fechar_periodo_extrato.

           IF pp_linhas(ws_idx) > zero
               add 1 to ws_paises_com_dados
           ELSE
               add 1 to ws_paises_sem_dados
           END-IF.
      *
       ler_observacao.
           READ arquivo_serie NEXT RECORD
               AT END move "y" to ws_serie_eof_sw
           END-READ.

           IF serie_not_eof_sw
               IF serie_country_code NOT = pp_codigo(ws_idx)
               OR serie_data > ped_ate_x
                   move "y" to ws_serie_eof_sw
               ELSE
                   PERFORM acumular_observacao
               END-IF
           END-IF.
      *
       acumular_observacao.
           add 1 to pp_linhas(ws_idx).

           IF ws_coberto_de = spaces OR serie_data < ws_coberto_de
               move serie_data to ws_coberto_de
           END-IF.
           IF ws_coberto_ate = spaces OR serie_data > ws_coberto_ate
               move serie_data to ws_coberto_ate
           END-IF.

           move serie_new_cases         to wv_valor(1).
           move serie_total_cases       to wv_valor(2).
           move serie_fatalidades       to wv_valor(3).
           move serie_total_fatalidades to wv_valor(4).
           move serie_recuperados       to wv_valor(5).
           move serie_total_recuperados to wv_valor(6).

           move spaces to ws_periodo_obs.
           EVALUATE TRUE
               WHEN gran_semanal
                   PERFORM calcular_segunda_feira
                   move ws_segunda_data to ws_periodo_obs
               WHEN gran_mensal
                   move serie_data(1:6) to ws_periodo_obs(1:6)
               WHEN OTHER
                   move serie_data to ws_periodo_obs
           END-EVALUATE.

           IF agr_aberto_sw AND ws_periodo_obs NOT = ag_periodo
               PERFORM fechar_periodo_extrato
           END-IF.

           IF NOT agr_aberto_sw
               move "Y" to ws_agr_aberto
               move ws_periodo_obs to ag_periodo
               PERFORM VARYING ws_cp_idx FROM 1 BY 1
                   UNTIL ws_cp_idx > 6
                   move zero to ag_valor(ws_cp_idx)
               END-PERFORM
           END-IF.

      * daily counts add up over the period; cumulative totals carry
      * the period's last observation
           add  wv_valor(1) to ag_valor(1).
           move wv_valor(2) to ag_valor(2).
           add  wv_valor(3) to ag_valor(3).
           move wv_valor(4) to ag_valor(4).
           add  wv_valor(5) to ag_valor(5).
           move wv_valor(6) to ag_valor(6).
      *
       calcular_segunda_feira.
      * Weeks are keyed by their Monday's date, as on the period
      * report: day 1 of the INTEGER-OF-DATE scale was a Monday.
           move serie_data to ws_data_n(1:8).
           compute ws_dia_int = FUNCTION INTEGER-OF-DATE(ws_data_n).
           compute ws_dia_semana =
               FUNCTION REM(ws_dia_int - 1, 7).
           compute ws_segunda_int = ws_dia_int - ws_dia_semana.
           compute ws_segunda_data =
               FUNCTION DATE-OF-INTEGER(ws_segunda_int).
      *
       fechar_periodo_extrato.
           IF agr_aberto_sw
               PERFORM gravar_linha_extrato
               add 1 to ws_linhas_gravadas
               move "N" to ws_agr_aberto
           END-IF.
      *
       gravar_linha_extrato.
           move spaces to Linha_extrato.
           move 1 to ws_ptr.

           IF formato_delimitado
               STRING
                   pp_codigo(ws_idx)            DELIMITED BY SIZE
                   ped_delimitador              DELIMITED BY SIZE
                   ag_periodo                   DELIMITED BY SPACE
                   INTO Linha_extrato
                   WITH POINTER ws_ptr
               END-STRING
               PERFORM VARYING ws_cp_idx FROM 1 BY 1
                   UNTIL ws_cp_idx > ped_total_campos
                   move ag_valor(ped_campo(ws_cp_idx))
                       to ws_valor_delim
                   STRING
                       ped_delimitador           DELIMITED BY SIZE
                       FUNCTION TRIM(ws_valor_delim)
                                                 DELIMITED BY SIZE
                       INTO Linha_extrato
                       WITH POINTER ws_ptr
                   END-STRING
               END-PERFORM
           ELSE
      * fixed width: code, period (YYYYMMDD, or YYYYMM and two
      * blanks for monthly), then 12 digits a field, one blank apart
               STRING
                   pp_codigo(ws_idx)            DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   ag_periodo                   DELIMITED BY SIZE
                   INTO Linha_extrato
                   WITH POINTER ws_ptr
               END-STRING
               PERFORM VARYING ws_cp_idx FROM 1 BY 1
                   UNTIL ws_cp_idx > ped_total_campos
                   move ag_valor(ped_campo(ws_cp_idx))
                       to ws_valor_fixo
                   STRING
                       " "                       DELIMITED BY SIZE
                       ws_valor_fixo             DELIMITED BY SIZE
                       INTO Linha_extrato
                       WITH POINTER ws_ptr
                   END-STRING
               END-PERFORM
           END-IF.

           WRITE fd_extrato_record FROM Linha_extrato.
      *
       gravar_controle.
           move spaces to ws_nome_controle.
           STRING
               FUNCTION TRIM(ped_saida)         DELIMITED BY SIZE
               ".ctl"                           DELIMITED BY SIZE
               INTO ws_nome_controle
           END-STRING.
           OPEN OUTPUT arquivo_controle.

           move ped_id to hc_id.
           WRITE fd_controle_record FROM Header_controle.
           WRITE fd_controle_record FROM Header_traco.

           move FUNCTION CURRENT-DATE(1:14) to ws_carimbo.
           move "RUN ON" to lc_rotulo.
           move spaces to lc_valor.
           STRING
               ws_carimbo(7:2) "/" ws_carimbo(5:2) "/"
               ws_carimbo(1:4) " " ws_carimbo(9:2) ":"
               ws_carimbo(11:2) ":" ws_carimbo(13:2)
                                                DELIMITED BY SIZE
               INTO lc_valor
           END-STRING.
           WRITE fd_controle_record FROM Linha_controle.

           move "REQUESTED BY" to lc_rotulo.
           move ped_solicitante to lc_valor.
           IF ped_solicitante = spaces
               move "(NOT GIVEN)" to lc_valor
           END-IF.
           WRITE fd_controle_record FROM Linha_controle.

           move "OUTPUT FILE" to lc_rotulo.
           move ped_saida to lc_valor.
           WRITE fd_controle_record FROM Linha_controle.

           move "FORMAT" to lc_rotulo.
           move spaces to lc_valor.
           IF formato_delimitado
               STRING
                   "DELIMITED BY "              DELIMITED BY SIZE
                   ped_delimitador              DELIMITED BY SIZE
                   INTO lc_valor
               END-STRING
           ELSE
               move "FIXED WIDTH" to lc_valor
           END-IF.
           WRITE fd_controle_record FROM Linha_controle.

           move "GRAIN" to lc_rotulo.
           EVALUATE TRUE
               WHEN gran_semanal
                   move "WEEKLY (PERIOD = MONDAY'S DATE)" to lc_valor
               WHEN gran_mensal
                   move "MONTHLY (PERIOD = YYYYMM)" to lc_valor
               WHEN OTHER
                   move "DAILY (PERIOD = YYYYMMDD)" to lc_valor
           END-EVALUATE.
           WRITE fd_controle_record FROM Linha_controle.

           move "FIELDS" to lc_rotulo.
           move spaces to lc_valor.
           move 1 to ws_ptr.
           PERFORM VARYING ws_cp_idx FROM 1 BY 1
               UNTIL ws_cp_idx > ped_total_campos
               IF ws_cp_idx > 1
                   STRING
                       ","                       DELIMITED BY SIZE
                       INTO lc_valor
                       WITH POINTER ws_ptr
                   END-STRING
               END-IF
               STRING
                   nc_nome(ped_campo(ws_cp_idx)) DELIMITED BY SPACE
                   INTO lc_valor
                   WITH POINTER ws_ptr
               END-STRING
           END-PERFORM.
           WRITE fd_controle_record FROM Linha_controle.

           move "SELECTION" to lc_rotulo.
           move spaces to lc_valor.
           IF ped_regiao NOT = spaces
               STRING
                   "REGION "                    DELIMITED BY SIZE
                   FUNCTION TRIM(ped_regiao)    DELIMITED BY SIZE
                   INTO lc_valor
               END-STRING
           ELSE
               move "COUNTRY LIST" to lc_valor
           END-IF.
           WRITE fd_controle_record FROM Linha_controle.

           move "RANGE REQUESTED" to lc_rotulo.
           move ped_de_x to ws_data_fmt_x.
           PERFORM formatar_data.
           move ws_data_fmt to ws_de_fmt.
           move ped_ate_x to ws_data_fmt_x.
           PERFORM formatar_data.
           PERFORM montar_intervalo.
           WRITE fd_controle_record FROM Linha_controle.

           move "RANGE COVERED" to lc_rotulo.
           IF ws_coberto_de = spaces
               move "NO DATA IN RANGE" to lc_valor
           ELSE
               move ws_coberto_de to ws_data_fmt_x
               PERFORM formatar_data
               move ws_data_fmt to ws_de_fmt
               move ws_coberto_ate to ws_data_fmt_x
               PERFORM formatar_data
               PERFORM montar_intervalo
           END-IF.
           WRITE fd_controle_record FROM Linha_controle.

           move "COUNTRIES REQUESTED" to lc_rotulo.
           move ped_total_paises to ws_numero_edit2.
           move FUNCTION TRIM(ws_numero_edit2) to lc_valor.
           WRITE fd_controle_record FROM Linha_controle.

           move "COUNTRIES WITH DATA" to lc_rotulo.
           move ws_paises_com_dados to ws_numero_edit2.
           move FUNCTION TRIM(ws_numero_edit2) to lc_valor.
           WRITE fd_controle_record FROM Linha_controle.

           move "ROWS WRITTEN" to lc_rotulo.
           move ws_linhas_gravadas to ws_numero_edit.
           move FUNCTION TRIM(ws_numero_edit) to lc_valor.
           WRITE fd_controle_record FROM Linha_controle.

           PERFORM gravar_sem_dados.

           IF formato_fixo
               PERFORM gravar_layout_fixo
           END-IF.

           CLOSE arquivo_controle.
      *
       montar_intervalo.
           move spaces to lc_valor.
           STRING
               FUNCTION TRIM(ws_de_fmt)         DELIMITED BY SIZE
               " TO "                           DELIMITED BY SIZE
               FUNCTION TRIM(ws_data_fmt)       DELIMITED BY SIZE
               INTO lc_valor
           END-STRING.
      *
       formatar_data.
      * an open FROM or TO is shown as such, not as a date
           EVALUATE ws_data_fmt_x
               WHEN "00000000"
                   move "EARLIEST" to ws_data_fmt
               WHEN "99999999"
                   move "LATEST" to ws_data_fmt
               WHEN OTHER
                   move spaces to ws_data_fmt
                   STRING
                       ws_data_fmt_x(7:2) "/" ws_data_fmt_x(5:2) "/"
                       ws_data_fmt_x(1:4)        DELIMITED BY SIZE
                       INTO ws_data_fmt
                   END-STRING
           END-EVALUATE.
      *
       gravar_sem_dados.
           WRITE fd_controle_record FROM Linha_branca.
           WRITE fd_controle_record FROM Titulo_sem_dados.

           IF ws_paises_sem_dados = zero
               move "NONE" to Linha_sem_dados
               WRITE fd_controle_record FROM Linha_sem_dados
           ELSE
               move spaces to Linha_sem_dados
               move 1 to ws_ptr
               PERFORM VARYING ws_idx FROM 1 BY 1
                   UNTIL ws_idx > ped_total_paises
                   IF pp_linhas(ws_idx) = zero
                       STRING
                           pp_codigo(ws_idx)     DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           INTO Linha_sem_dados
                           WITH POINTER ws_ptr
                       END-STRING
                       IF ws_ptr > 60
                           WRITE fd_controle_record
                               FROM Linha_sem_dados
                           move spaces to Linha_sem_dados
                           move 1 to ws_ptr
                       END-IF
                   END-IF
               END-PERFORM
               IF ws_ptr > 1
                   WRITE fd_controle_record FROM Linha_sem_dados
               END-IF
           END-IF.
      *
       gravar_layout_fixo.
           WRITE fd_controle_record FROM Linha_branca.
           WRITE fd_controle_record FROM Titulo_layout.
           WRITE fd_controle_record FROM Header_layout.

           move "COUNTRYCODE" to ly_campo.
           move 1 to ly_inicio.
           move 2 to ly_tamanho.
           WRITE fd_controle_record FROM Linha_layout.

           move "PERIOD" to ly_campo.
           move 4 to ly_inicio.
           move 8 to ly_tamanho.
           WRITE fd_controle_record FROM Linha_layout.

           move 13 to ws_inicio_campo.
           PERFORM VARYING ws_cp_idx FROM 1 BY 1
               UNTIL ws_cp_idx > ped_total_campos
               move nc_nome(ped_campo(ws_cp_idx)) to ly_campo
               move ws_inicio_campo to ly_inicio
               move 12 to ly_tamanho
               WRITE fd_controle_record FROM Linha_layout
               add 13 to ws_inicio_campo
           END-PERFORM.
      *
       registrar_pedido.
      * pandemic_extract.log is never emptied: it is the record of
      * what was released, to whom, and what was turned away.
           move FUNCTION CURRENT-DATE(1:14) to ll_carimbo.
           move ped_id          to ll_id.
           move ped_solicitante to ll_solicitante.
           move ped_saida       to ll_arquivo.
           move ped_motivo      to ll_motivo.
           IF ped_motivo = spaces
               move ws_linhas_gravadas to ll_linhas
               move "RELEASED" to ll_resultado
           ELSE
               move zero to ll_linhas
               move "REJECTED" to ll_resultado
           END-IF.
           WRITE fd_log_record FROM Linha_log_pedido.

           move ped_de_x to ws_data_fmt_x.
           PERFORM formatar_data.
           move ws_data_fmt to ws_de_fmt.
           move ped_ate_x to ws_data_fmt_x.
           PERFORM formatar_data.
           move ped_total_paises to ws_numero_edit2.

           move spaces to Linha_log_detalhe.
           STRING
               "        RANGE "                 DELIMITED BY SIZE
               FUNCTION TRIM(ws_de_fmt)         DELIMITED BY SIZE
               " TO "                           DELIMITED BY SIZE
               FUNCTION TRIM(ws_data_fmt)       DELIMITED BY SIZE
               " GRAIN "                        DELIMITED BY SIZE
               ped_granularidade                DELIMITED BY SIZE
               " FORMAT "                       DELIMITED BY SIZE
               ped_formato                      DELIMITED BY SIZE
               " COUNTRIES "                    DELIMITED BY SIZE
               FUNCTION TRIM(ws_numero_edit2)   DELIMITED BY SIZE
               " REGION "                       DELIMITED BY SIZE
               ped_regiao                       DELIMITED BY SIZE
               INTO Linha_log_detalhe
           END-STRING.
           WRITE fd_log_record FROM Linha_log_detalhe.
      *
       finalizar.
           DISPLAY "EXTRACT: " ws_total_pedidos " requests, "
               ws_pedidos_liberados " released, "
               ws_pedidos_rejeitados " rejected.".

           IF NOT parm_inexistente
               CLOSE arquivo_pedido
           END-IF.
           IF NOT serie_arquivo_inexistente
               CLOSE arquivo_serie
           END-IF.
           IF usar_regiao_sw
               CLOSE arquivo_regiao
           END-IF.
           CLOSE arquivo_log.
      *
       END PROGRAM pandemic_extract.
