      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Data lineage inquiry. Takes a country code and an
      /            observation date from lineage.par (COUNTRYCODE=XX,
      *            DATE=YYYYMMDD) or from the console and prints on
      *            pandemic_lineage.lst the full history of that
      *            figure: the current pandemic_tshist.dat record (and
      *            the pandemic_rpt.state record when it holds the same
      *            date) with the run, feed and load time behind it,
      *            then every earlier value it replaced, oldest first,
      *            from pandemic_superseded.dat - each with the run and
      *            feed that loaded it and the run and feed that
      *            replaced it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_lineage.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "lineage.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_serie
           ASSIGN TO "pandemic_tshist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS serie_chave
           FILE STATUS IS ws_serie_status.

           SELECT OPTIONAL arquivo_estado
           ASSIGN TO "pandemic_rpt.state"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS est_country_code
           FILE STATUS IS ws_estado_status.

           SELECT OPTIONAL arquivo_substituidos
           ASSIGN TO "pandemic_superseded.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS sup_chave
           FILE STATUS IS ws_sup_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_lineage.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_parm.
       01  fd_parm_record.
           05 rec_parm                   pic X(100).
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
       FD  arquivo_estado.
       01  fd_estado_record.
           05 est_country_code            pic X(002).
           05 est_country                 pic X(045).
           05 est_slug                    pic X(045).
           05 est_new_cases               pic 9(009).
           05 est_total_cases             pic 9(009).
           05 est_fatalidades             pic 9(009).
           05 est_total_fatalidades       pic 9(009).
           05 est_recuperados             pic 9(009).
           05 est_total_recuperados       pic 9(009).
           05 est_populacao               pic 9(011).
           05 est_casos_por_100k          pic 9(007)V99.
           05 est_year                    pic 9(004).
           05 est_month                   pic 9(002).
           05 est_day                     pic 9(002).
           05 est_hour                    pic 9(002).
           05 est_minute                  pic 9(002).
           05 est_second                  pic 9(002).
           05 est_arquivo_seq             pic 9(004).
           05 est_numero_run              pic 9(006).
           05 est_arquivo                 pic X(060).
           05 est_carga                   pic X(014).
      *
       FD  arquivo_substituidos.
       01  fd_substituido_record.
           05 sup_chave.
               10 sup_country_code       pic X(002).
               10 sup_data               pic 9(008).
               10 sup_substituido_em     pic X(016).
               10 sup_seq                pic 9(004).
           05 sup_origem                 pic X(006).
           05 sup_new_cases              pic 9(009).
           05 sup_total_cases            pic 9(009).
           05 sup_fatalidades            pic 9(009).
           05 sup_total_fatalidades      pic 9(009).
           05 sup_recuperados            pic 9(009).
           05 sup_total_recuperados      pic 9(009).
           05 sup_numero_run             pic 9(006).
           05 sup_arquivo                pic X(060).
           05 sup_carga                  pic X(014).
           05 sup_run_substituto         pic 9(006).
           05 sup_arquivo_substituto     pic X(060).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_nao_encontrado       value "23".
           88 serie_inexistente          value "05" "35".
      *
       01  ws_estado_status              PIC X(002) value "00".
           88 estado_ok                  value "00".
           88 estado_nao_encontrado      value "23".
           88 estado_inexistente         value "05" "35".
      *
       01  ws_sup_status                 PIC X(002) value "00".
           88 sup_ok                     value "00".
           88 sup_inexistente            value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_sup_eof_sw                 PIC X(001) value "n".
           88 sup_eof_sw                 value "y".
           88 sup_not_eof_sw             value "n".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(079).
      *
       01  ws_consulta.
           05 ws_codigo_consulta         PIC X(002) value spaces.
           05 ws_data_consulta_x         PIC X(008) value spaces.
           05 ws_data_consulta REDEFINES ws_data_consulta_x
                                         PIC 9(008).
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
      *
       01  ws_carimbo                    PIC X(016).
       01  ws_carimbo_fmt                PIC X(019).
      *
       01  ws_total_substituidos         PIC 9(006) value zero.
      *
       01  Header_consulta.
           05 FILLER                 PIC X(026) value
              "DATA LINEAGE INQUIRY - ".
           05 hc_country_code        PIC X(002).
           05 FILLER                 PIC X(001) value spaces.
           05 hc_data_day            PIC X(002).
           05 FILLER                 PIC X(001) value "/".
           05 hc_data_month          PIC X(002).
           05 FILLER                 PIC X(001) value "/".
           05 hc_data_year           PIC X(004).
           05 FILLER                 PIC X(012) value "  RUN DATE ".
           05 hc_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hc_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hc_day                 PIC 9(002).
      *
       01  Header_traco.
           05 FILLER                 PIC X(120) value all "=".
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  Titulo_secao.
           05 ts_texto               PIC X(060).
      *
       01  Linha_mensagem.
           05 FILLER                 PIC X(002) value spaces.
           05 lm_texto               PIC X(060).
      *
       01  Header_entrada.
           05 FILLER                 PIC X(020) value "When".
           05 FILLER                 PIC X(007) value "File".
           05 FILLER                 PIC X(012) value "Loaded Run".
           05 FILLER                 PIC X(028) value "Loaded At".
           05 FILLER                 PIC X(011) value "Source Feed".
      *
       01  Linha_entrada.
           05 le_quando              PIC X(019).
           05 FILLER                 PIC X(001) value spaces.
           05 le_origem              PIC X(006).
           05 FILLER                 PIC X(005) value spaces.
           05 le_run                 PIC ZZZZZ9.
           05 le_run_x REDEFINES le_run
                                     PIC X(006).
           05 FILLER                 PIC X(002) value spaces.
           05 le_carga               PIC X(019).
           05 FILLER                 PIC X(009) value spaces.
           05 le_arquivo             PIC X(060).
      *
       01  Linha_valores.
           05 FILLER                 PIC X(004) value spaces.
           05 FILLER                 PIC X(007) value "Cases: ".
           05 lv_new_cases           PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(003) value " / ".
           05 lv_total_cases         PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(010) value "   Fatal: ".
           05 lv_fatalidades         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(003) value " / ".
           05 lv_total_fatalidades   PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(010) value "   Recov: ".
           05 lv_recuperados         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(003) value " / ".
           05 lv_total_recuperados   PIC ZZZZ.ZZZ.ZZ9.
      *
       01  Linha_substituto.
           05 FILLER                 PIC X(004) value spaces.
           05 FILLER                 PIC X(016) value
              "Replaced by run ".
           05 lsb_run                PIC ZZZZZ9.
           05 FILLER                 PIC X(006) value " from ".
           05 lsb_arquivo            PIC X(060).
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           IF ws_codigo_consulta = spaces
           OR ws_data_consulta_x NOT NUMERIC
               DISPLAY "LINEAGE: country code and date (YYYYMMDD) "
                   "are both required - nothing to report."
           ELSE
               PERFORM imprimir_cabecalho
               PERFORM consultar_serie
               PERFORM consultar_estado
               PERFORM consultar_substituidos
               PERFORM imprimir_sumario
               DISPLAY "LINEAGE: pandemic_lineage.lst written for "
                   ws_codigo_consulta " " ws_data_consulta_x ", "
                   ws_total_substituidos " earlier value(s)."
           END-IF.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           PERFORM ler_parametros.

      * no parameter file (or a line missing): ask the operator
           IF ws_codigo_consulta = spaces
               DISPLAY "ENTER COUNTRY CODE:"
               ACCEPT ws_codigo_consulta
           END-IF.
           IF ws_data_consulta_x = spaces
               DISPLAY "ENTER OBSERVATION DATE (YYYYMMDD):"
               ACCEPT ws_data_consulta_x
           END-IF.

           move FUNCTION UPPER-CASE(ws_codigo_consulta)
               to ws_codigo_consulta.

           OPEN INPUT arquivo_serie.
           OPEN INPUT arquivo_estado.
           OPEN INPUT arquivo_substituidos.
           OPEN OUTPUT arquivo_relatorio.
      *
       ler_parametros.
           OPEN INPUT arquivo_parm.
           IF parm_inexistente
               move "y" to ws_parm_eof_sw
           END-IF.
           PERFORM ler_parametro_linha UNTIL parm_eof_sw.
           IF NOT parm_inexistente
               CLOSE arquivo_parm
           END-IF.
      *
       ler_parametro_linha.
           READ arquivo_parm
               AT END move "y" to ws_parm_eof_sw
           END-READ.

           IF parm_not_eof_sw
               UNSTRING
                   rec_parm DELIMITED BY "="
               INTO
                   ws_parm_key
                   ws_parm_value
               END-UNSTRING

               EVALUATE ws_parm_key
                   WHEN "COUNTRYCODE"
                       move FUNCTION TRIM(ws_parm_value)(1:2)
                           to ws_codigo_consulta
                   WHEN "DATE"
                       move FUNCTION TRIM(ws_parm_value)(1:8)
                           to ws_data_consulta_x
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       imprimir_cabecalho.
           move ws_codigo_consulta      to hc_country_code.
           move ws_data_consulta_x(7:2) to hc_data_day.
           move ws_data_consulta_x(5:2) to hc_data_month.
           move ws_data_consulta_x(1:4) to hc_data_year.
           move dc_year  to hc_year.
           move dc_month to hc_month.
           move dc_day   to hc_day.
           WRITE fd_relatorio_record FROM Header_consulta.
           WRITE fd_relatorio_record FROM Header_traco.
      *
       consultar_serie.
           WRITE fd_relatorio_record FROM Linha_branca.
           move "CURRENT VALUE ON pandemic_tshist.dat" to ts_texto.
           WRITE fd_relatorio_record FROM Titulo_secao.
           WRITE fd_relatorio_record FROM Header_entrada.
           WRITE fd_relatorio_record FROM Header_traco.

           IF serie_inexistente
               move "(pandemic_tshist.dat NOT ON FILE)" to lm_texto
               WRITE fd_relatorio_record FROM Linha_mensagem
           ELSE
               move ws_codigo_consulta to serie_country_code
               move ws_data_consulta   to serie_data
               READ arquivo_serie KEY IS serie_chave
                   INVALID KEY set serie_nao_encontrado to true
               END-READ
               IF serie_ok
                   PERFORM imprimir_serie_corrente
               ELSE
                   move "(NO OBSERVATION ON FILE FOR THIS DATE)"
                       to lm_texto
                   WRITE fd_relatorio_record FROM Linha_mensagem
               END-IF
           END-IF.
      *
       imprimir_serie_corrente.
           move "CURRENT"         to le_quando.
           move "SERIES"          to le_origem.
           PERFORM formatar_run_serie.
           move serie_carga       to ws_carimbo.
           PERFORM formatar_carimbo.
           move ws_carimbo_fmt    to le_carga.
           move serie_arquivo     to le_arquivo.
           WRITE fd_relatorio_record FROM Linha_entrada.

           move serie_new_cases         to lv_new_cases.
           move serie_total_cases       to lv_total_cases.
           move serie_fatalidades       to lv_fatalidades.
           move serie_total_fatalidades to lv_total_fatalidades.
           move serie_recuperados       to lv_recuperados.
           move serie_total_recuperados to lv_total_recuperados.
           WRITE fd_relatorio_record FROM Linha_valores.
      *
       formatar_run_serie.
      * Records written before lineage stamping carry no run number.
           IF serie_numero_run NUMERIC
               move serie_numero_run to le_run
           ELSE
               move spaces to le_run_x
           END-IF.
      *
       consultar_estado.
      * The state file only holds a country's latest report, so it is
      * shown when it is for the date asked about.
           WRITE fd_relatorio_record FROM Linha_branca.
           move "CURRENT VALUE ON pandemic_rpt.state" to ts_texto.
           WRITE fd_relatorio_record FROM Titulo_secao.
           WRITE fd_relatorio_record FROM Header_entrada.
           WRITE fd_relatorio_record FROM Header_traco.

           IF NOT estado_inexistente
               move ws_codigo_consulta to est_country_code
               READ arquivo_estado KEY IS est_country_code
                   INVALID KEY set estado_nao_encontrado to true
               END-READ
           END-IF.

           IF estado_ok
           AND est_year  = ws_data_consulta_x(1:4)
           AND est_month = ws_data_consulta_x(5:2)
           AND est_day   = ws_data_consulta_x(7:2)
               PERFORM imprimir_estado_corrente
           ELSE
               move "(STATE HOLDS NO RECORD FOR THIS DATE)"
                   to lm_texto
               WRITE fd_relatorio_record FROM Linha_mensagem
           END-IF.
      *
       imprimir_estado_corrente.
           move "CURRENT"         to le_quando.
           move "STATE"           to le_origem.
           IF est_numero_run NUMERIC
               move est_numero_run to le_run
           ELSE
               move spaces to le_run_x
           END-IF.
           move est_carga         to ws_carimbo.
           PERFORM formatar_carimbo.
           move ws_carimbo_fmt    to le_carga.
           move est_arquivo       to le_arquivo.
           WRITE fd_relatorio_record FROM Linha_entrada.

           move est_new_cases         to lv_new_cases.
           move est_total_cases       to lv_total_cases.
           move est_fatalidades       to lv_fatalidades.
           move est_total_fatalidades to lv_total_fatalidades.
           move est_recuperados       to lv_recuperados.
           move est_total_recuperados to lv_total_recuperados.
           WRITE fd_relatorio_record FROM Linha_valores.
      *
       consultar_substituidos.
           WRITE fd_relatorio_record FROM Linha_branca.
           move "EARLIER VALUES REPLACED - OLDEST FIRST" to ts_texto.
           WRITE fd_relatorio_record FROM Titulo_secao.
           WRITE fd_relatorio_record FROM Header_entrada.
           WRITE fd_relatorio_record FROM Header_traco.

           IF sup_inexistente
               move "y" to ws_sup_eof_sw
           ELSE
               move ws_codigo_consulta to sup_country_code
               move ws_data_consulta   to sup_data
               move low-values to sup_substituido_em
               move zeros to sup_seq
               START arquivo_substituidos KEY >= sup_chave
                   INVALID KEY move "y" to ws_sup_eof_sw
               END-START
           END-IF.

           PERFORM ler_substituido UNTIL sup_eof_sw.

           IF ws_total_substituidos = zero
               move "(NO EARLIER VALUE - NEVER REPLACED)" to lm_texto
               WRITE fd_relatorio_record FROM Linha_mensagem
           END-IF.
      *
       ler_substituido.
           READ arquivo_substituidos NEXT RECORD
               AT END move "y" to ws_sup_eof_sw
           END-READ.

           IF sup_not_eof_sw
               IF sup_country_code NOT = ws_codigo_consulta
               OR sup_data NOT = ws_data_consulta
                   move "y" to ws_sup_eof_sw
               ELSE
                   PERFORM imprimir_substituido
               END-IF
           END-IF.
      *
       imprimir_substituido.
           add 1 to ws_total_substituidos.

           move sup_substituido_em(1:14) to ws_carimbo.
           PERFORM formatar_carimbo.
           move ws_carimbo_fmt    to le_quando.
           move sup_origem        to le_origem.
           IF sup_numero_run NUMERIC
               move sup_numero_run to le_run
           ELSE
               move spaces to le_run_x
           END-IF.
           move sup_carga         to ws_carimbo.
           PERFORM formatar_carimbo.
           move ws_carimbo_fmt    to le_carga.
           move sup_arquivo       to le_arquivo.
           WRITE fd_relatorio_record FROM Linha_entrada.

           move sup_new_cases         to lv_new_cases.
           move sup_total_cases       to lv_total_cases.
           move sup_fatalidades       to lv_fatalidades.
           move sup_total_fatalidades to lv_total_fatalidades.
           move sup_recuperados       to lv_recuperados.
           move sup_total_recuperados to lv_total_recuperados.
           WRITE fd_relatorio_record FROM Linha_valores.

           move sup_run_substituto     to lsb_run.
           move sup_arquivo_substituto to lsb_arquivo.
           WRITE fd_relatorio_record FROM Linha_substituto.
      *
       formatar_carimbo.
      * YYYYMMDDHHMMSS -> DD/MM/YYYY HH:MM:SS; blank when the record
      * predates lineage stamping.
           move spaces to ws_carimbo_fmt.
           IF ws_carimbo(1:14) NUMERIC
               STRING
                   ws_carimbo(7:2)  DELIMITED BY SIZE
                   "/"              DELIMITED BY SIZE
                   ws_carimbo(5:2)  DELIMITED BY SIZE
                   "/"              DELIMITED BY SIZE
                   ws_carimbo(1:4)  DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   ws_carimbo(9:2)  DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   ws_carimbo(11:2) DELIMITED BY SIZE
                   ":"              DELIMITED BY SIZE
                   ws_carimbo(13:2) DELIMITED BY SIZE
                   INTO ws_carimbo_fmt
               END-STRING
           END-IF.
      *
       imprimir_sumario.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Header_traco.
           move "EARLIER VALUES ON FILE:" to ls_rotulo.
           move ws_total_substituidos to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.
      *
       finalizar.
           CLOSE arquivo_serie.
           CLOSE arquivo_estado.
           CLOSE arquivo_substituidos.
           CLOSE arquivo_relatorio.
      *
       END PROGRAM pandemic_lineage.
