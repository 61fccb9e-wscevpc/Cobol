      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Province report and national reconciliation. Reads
      /            provincias.dat (loaded by pandemic_prov_load) in key
      *            order and prints each country's provinces under the
      *            country on pandemic_prov.lst, followed by the
      *            province sum, the national totals and the
      *            difference. National totals come from
      *            pandemic_rpt.state; when the country is not there
      *            (the state file is emptied after a clean pandemic_rpt
      *            run) the latest pandemic_tshist.dat observation is
      *            used instead. Countries whose provinces do not add
      *            up to the national figure within TOLERANCEPCT
      *            (provrpt.par, percent of the national figure,
      *            default 1) are listed on pandemic_prov_exc.lst.
      *            Only provinces dated the same day as the national
      *            figure are summed; the others are printed and
      *            listed as NOT SAME DATE instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_prov_rpt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "provrpt.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_provincia
           ASSIGN TO "provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS prv_chave
           FILE STATUS IS ws_prv_status.

           SELECT OPTIONAL arquivo_estado
           ASSIGN TO "pandemic_rpt.state"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS est_country_code
           FILE STATUS IS ws_estado_status.

           SELECT OPTIONAL arquivo_serie
           ASSIGN TO "pandemic_tshist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS serie_chave
           FILE STATUS IS ws_serie_status.

           SELECT OPTIONAL arquivo_paises
           ASSIGN TO "paises.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS pai_country_code
           FILE STATUS IS ws_pai_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_prov.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_excecoes
           ASSIGN TO "pandemic_prov_exc.lst"
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
       FD  arquivo_provincia.
       01  fd_provincia_record.
           05 prv_chave.
               10 prv_country_code       pic X(002).
               10 prv_province_code      pic X(006).
           05 prv_nome                   pic X(045).
           05 prv_new_cases              pic 9(009).
           05 prv_total_cases            pic 9(009).
           05 prv_fatalidades            pic 9(009).
           05 prv_total_fatalidades      pic 9(009).
           05 prv_recuperados            pic 9(009).
           05 prv_total_recuperados      pic 9(009).
           05 prv_data                   pic 9(008).
           05 prv_data_r REDEFINES prv_data.
               10 prv_year               pic 9(004).
               10 prv_month              pic 9(002).
               10 prv_day                pic 9(002).
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
       FD  arquivo_paises.
       01  fd_pais_record.
           05 pai_country_code           pic X(002).
           05 pai_nome                   pic X(045).
           05 pai_situacao               pic X(001).
           05 pai_sucessor               pic X(002).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       FD  arquivo_excecoes.
       01  fd_excecao_record             pic X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_prv_status                 PIC X(002) value "00".
           88 prv_ok                     value "00".
           88 prv_inexistente            value "05" "35".
      *
       01  ws_estado_status              PIC X(002) value "00".
           88 estado_ok                  value "00".
           88 estado_nao_encontrado      value "23".
           88 estado_inexistente         value "05" "35".
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_inexistente          value "05" "35".
      *
       01  ws_pai_status                 PIC X(002) value "00".
           88 pai_ok                     value "00".
           88 pai_nao_encontrado         value "23".
           88 pai_inexistente            value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_prv_eof_sw                 PIC X(001) value "n".
           88 prv_eof_sw                 value "y".
           88 prv_not_eof_sw             value "n".
      *
       01  ws_serie_eof_sw               PIC X(001) value "n".
           88 serie_eof_sw               value "y".
           88 serie_not_eof_sw           value "n".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(079).
      *
       01  ws_tolerancia_pct             PIC 9(003)V99 value 1.
      *
       01  ws_pais_corrente              PIC X(002) value spaces.
      *
       01  ws_soma_provincias.
           05 sm_provincias              PIC 9(004).
           05 sm_new_cases               PIC 9(010).
           05 sm_total_cases             PIC 9(010).
           05 sm_total_fatalidades       PIC 9(010).
           05 sm_total_recuperados       PIC 9(010).
           05 sm_outra_data              PIC 9(004).
      *
       01  ws_nacional.
           05 nc_origem                  PIC X(006).
               88 nc_do_estado           value "STATE".
               88 nc_da_serie            value "SERIES".
               88 nc_nao_encontrado      value spaces.
           05 nc_nome                    PIC X(045).
           05 nc_new_cases               PIC 9(010).
           05 nc_total_cases             PIC 9(010).
           05 nc_total_fatalidades       PIC 9(010).
           05 nc_total_recuperados       PIC 9(010).
           05 nc_data.
               10 nc_year                PIC 9(004).
               10 nc_month               PIC 9(002).
               10 nc_day                 PIC 9(002).
           05 nc_data_n REDEFINES nc_data
                                         PIC 9(008).
      *
       01  ws_comparacao.
           05 ws_med_rotulo              PIC X(018).
           05 ws_med_provincias          PIC 9(010).
           05 ws_med_nacional            PIC 9(010).
           05 ws_diferenca               PIC S9(010).
           05 ws_dif_absoluta            PIC 9(010).
           05 ws_dif_pct                 PIC S9(005)V99.
           05 ws_limite                  PIC 9(010)V99.
      *
       01  ws_pais_fora                  PIC X(001) value "N".
           88 pais_fora_sw               value "Y".
           88 pais_dentro_sw             value "N".
      *
       01  ws_contadores.
           05 ws_paises_lidos            PIC 9(006) value zero.
           05 ws_provincias_lidas        PIC 9(006) value zero.
           05 ws_paises_conferidos       PIC 9(006) value zero.
           05 ws_paises_fora             PIC 9(006) value zero.
           05 ws_paises_sem_nacional     PIC 9(006) value zero.
           05 ws_paises_sem_mesma_data   PIC 9(006) value zero.
           05 ws_provincias_outra_data   PIC 9(006) value zero.
           05 ws_linhas_excecao          PIC 9(006) value zero.
      *
       01  ed_provincias                 PIC ZZZ9.
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
      *
       01  Header_relatorio.
           05 FILLER                 PIC X(036) value
              "COVID-19 PROVINCE REPORT - RUN DATE ".
           05 hr_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hr_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hr_day                 PIC 9(002).
           05 FILLER                 PIC X(013) value
              "  TOLERANCE: ".
           05 hr_tolerancia          PIC ZZ9,99.
           05 FILLER                 PIC X(001) value "%".
      *
       01  Header_excecoes.
           05 FILLER                 PIC X(046) value
              "PROVINCE RECONCILIATION EXCEPTIONS - RUN DATE ".
           05 hx_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hx_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hx_day                 PIC 9(002).
           05 FILLER                 PIC X(013) value
              "  TOLERANCE: ".
           05 hx_tolerancia          PIC ZZ9,99.
           05 FILLER                 PIC X(001) value "%".
      *
       01  Header_traco.
           05 FILLER                 PIC X(120) value all "=".
      *
       01  Header_colunas.
           05 FILLER                 PIC X(010) value "  Prov.".
           05 FILLER                 PIC X(032) value "Province".
           05 FILLER                 PIC X(014) value "   New Cases".
           05 FILLER                 PIC X(014) value " Total Cases".
           05 FILLER                 PIC X(014) value " Total Fatal".
           05 FILLER                 PIC X(014) value " Total Recov".
           05 FILLER                 PIC X(010) value "Data Date".
      *
       01  Linha_pais.
           05 FILLER                 PIC X(009) value "COUNTRY: ".
           05 lpa_country_code       PIC X(002).
           05 FILLER                 PIC X(003) value " - ".
           05 lpa_nome               PIC X(045).
      *
       01  Linha_provincia.
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_province_code      PIC X(006).
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_nome               PIC X(030).
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_new_cases          PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_total_cases        PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_total_fatalidades  PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_total_recuperados  PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_day                PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lpv_month              PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lpv_year               PIC 9(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lpv_observacao         PIC X(015).
      *
       01  Linha_total.
           05 FILLER                 PIC X(002) value spaces.
           05 lt_rotulo              PIC X(038).
           05 FILLER                 PIC X(002) value spaces.
           05 lt_new_cases           PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lt_total_cases         PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lt_total_fatalidades   PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lt_total_recuperados   PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lt_observacao          PIC X(030).
      *
       01  Linha_sem_mesma_data.
           05 FILLER                 PIC X(002) value spaces.
           05 FILLER                 PIC X(060) value
              "NOT RECONCILED: NO PROVINCE AS OF THE NATIONAL DATE".
      *
       01  Linha_sem_nacional.
           05 FILLER                 PIC X(002) value spaces.
           05 FILLER                 PIC X(050) value
              "NATIONAL: NOT ON STATE OR SERIES FILE".
      *
       01  Header_colunas_exc.
           05 FILLER                 PIC X(005) value "Code".
           05 FILLER                 PIC X(032) value "Country".
           05 FILLER                 PIC X(020) value "Measure".
           05 FILLER                 PIC X(014) value "Province Sum".
           05 FILLER                 PIC X(014) value "    National".
           05 FILLER                 PIC X(014) value "  Difference".
           05 FILLER                 PIC X(011) value "    Diff %".
           05 FILLER                 PIC X(006) value "Source".
      *
       01  Linha_excecao.
           05 lx_country_code        PIC X(002).
           05 FILLER                 PIC X(003) value spaces.
           05 lx_nome                PIC X(030).
           05 FILLER                 PIC X(002) value spaces.
           05 lx_medida              PIC X(018).
           05 FILLER                 PIC X(002) value spaces.
           05 lx_provincias          PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lx_nacional            PIC ZZZZ.ZZZ.ZZ9.
           05 lx_nacional_x REDEFINES lx_nacional
                                     PIC X(012).
           05 FILLER                 PIC X(002) value spaces.
           05 lx_diferenca           PIC -ZZZ.ZZZ.ZZ9.
           05 lx_diferenca_x REDEFINES lx_diferenca
                                     PIC X(012).
           05 FILLER                 PIC X(002) value spaces.
           05 lx_dif_pct             PIC -ZZZZ9,99.
           05 lx_dif_pct_x REDEFINES lx_dif_pct
                                     PIC X(009).
           05 FILLER                 PIC X(002) value spaces.
           05 lx_origem              PIC X(006).
      *
       01  Linha_sem_excecao.
           05 FILLER                 PIC X(050) value
              "ALL COUNTRIES RECONCILED WITHIN TOLERANCE".
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *
       01  Linha_branca              PIC X(001) value spaces.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM ler_provincia.
           PERFORM processar_provincia UNTIL prv_eof_sw.

           IF ws_pais_corrente NOT = spaces
               PERFORM fechar_pais
           END-IF.

           PERFORM imprimir_sumario.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           PERFORM ler_parametros.

           OPEN INPUT arquivo_provincia.
           IF prv_inexistente
               DISPLAY "provincias.dat not found - nothing to report."
               move "y" to ws_prv_eof_sw
           END-IF.

           OPEN INPUT arquivo_estado.
           OPEN INPUT arquivo_serie.
           OPEN INPUT arquivo_paises.
           OPEN OUTPUT arquivo_relatorio.
           OPEN OUTPUT arquivo_excecoes.

           move dc_year  to hr_year.
           move dc_month to hr_month.
           move dc_day   to hr_day.
           move ws_tolerancia_pct to hr_tolerancia.
           WRITE fd_relatorio_record FROM Header_relatorio.
           WRITE fd_relatorio_record FROM Header_traco.
           WRITE fd_relatorio_record FROM Header_colunas.
           WRITE fd_relatorio_record FROM Header_traco.

           move dc_year  to hx_year.
           move dc_month to hx_month.
           move dc_day   to hx_day.
           move ws_tolerancia_pct to hx_tolerancia.
           WRITE fd_excecao_record FROM Header_excecoes.
           WRITE fd_excecao_record FROM Header_traco.
           WRITE fd_excecao_record FROM Header_colunas_exc.
           WRITE fd_excecao_record FROM Header_traco.
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
                   WHEN "TOLERANCEPCT"
                       move FUNCTION NUMVAL(
                           FUNCTION TRIM(ws_parm_value))
                           to ws_tolerancia_pct
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       ler_provincia.
           IF prv_not_eof_sw
               READ arquivo_provincia NEXT RECORD
                   AT END move "y" to ws_prv_eof_sw
               END-READ
           END-IF.
      *
       processar_provincia.
           IF prv_country_code NOT = ws_pais_corrente
               IF ws_pais_corrente NOT = spaces
                   PERFORM fechar_pais
               END-IF
               PERFORM abrir_pais
           END-IF.

      * Provinces are never purged, so one that stopped reporting
      * still sits on file with its last figures; only provinces as
      * of the national figure's date go into the sum.
           add 1 to ws_provincias_lidas.
           move spaces to lpv_observacao.
           IF nc_nao_encontrado OR prv_data = nc_data_n
               add 1 to sm_provincias
               add prv_new_cases         to sm_new_cases
               add prv_total_cases       to sm_total_cases
               add prv_total_fatalidades to sm_total_fatalidades
               add prv_total_recuperados to sm_total_recuperados
           ELSE
               add 1 to sm_outra_data
               add 1 to ws_provincias_outra_data
               move "NOT SAME DATE" to lpv_observacao
               PERFORM registrar_outra_data
           END-IF.

           move prv_province_code     to lpv_province_code.
           move prv_nome              to lpv_nome.
           move prv_new_cases         to lpv_new_cases.
           move prv_total_cases       to lpv_total_cases.
           move prv_total_fatalidades to lpv_total_fatalidades.
           move prv_total_recuperados to lpv_total_recuperados.
           move prv_day               to lpv_day.
           move prv_month             to lpv_month.
           move prv_year              to lpv_year.
           WRITE fd_relatorio_record FROM Linha_provincia.

           PERFORM ler_provincia.
      *
       abrir_pais.
           move prv_country_code to ws_pais_corrente.
           add 1 to ws_paises_lidos.
           initialize ws_soma_provincias.

           PERFORM buscar_nacional.

           move ws_pais_corrente to lpa_country_code.
           move nc_nome to lpa_nome.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Linha_pais.
      *
       buscar_nacional.
      * pandemic_rpt.state first - it holds the figures the desks
      * published - then the newest series observation for the
      * country, which carries the same totals once the state file
      * has been cleared at the end of a clean pandemic_rpt run.
           initialize ws_nacional.

           IF NOT estado_inexistente
               move ws_pais_corrente to est_country_code
               READ arquivo_estado KEY IS est_country_code
                   INVALID KEY set estado_nao_encontrado to true
               END-READ
               IF estado_ok
                   set nc_do_estado to true
                   move est_country           to nc_nome
                   move est_new_cases         to nc_new_cases
                   move est_total_cases       to nc_total_cases
                   move est_total_fatalidades to nc_total_fatalidades
                   move est_total_recuperados to nc_total_recuperados
                   move est_year              to nc_year
                   move est_month             to nc_month
                   move est_day               to nc_day
               END-IF
           END-IF.

           IF nc_nao_encontrado
               PERFORM buscar_ultima_observacao
           END-IF.

           IF nc_nome = spaces AND NOT pai_inexistente
               move ws_pais_corrente to pai_country_code
               READ arquivo_paises KEY IS pai_country_code
                   INVALID KEY set pai_nao_encontrado to true
               END-READ
               IF pai_ok
                   move pai_nome to nc_nome
               END-IF
           END-IF.
      *
       buscar_ultima_observacao.
           IF serie_inexistente
               move "y" to ws_serie_eof_sw
           ELSE
               move "n" to ws_serie_eof_sw
               move ws_pais_corrente to serie_country_code
               move zeros to serie_data
               START arquivo_serie KEY >= serie_chave
                   INVALID KEY move "y" to ws_serie_eof_sw
               END-START
           END-IF.

           PERFORM ler_observacao UNTIL serie_eof_sw.
      *
       ler_observacao.
           READ arquivo_serie NEXT RECORD
               AT END move "y" to ws_serie_eof_sw
           END-READ.

           IF serie_not_eof_sw
               IF serie_country_code NOT = ws_pais_corrente
                   move "y" to ws_serie_eof_sw
               ELSE
                   set nc_da_serie to true
                   move serie_new_cases       to nc_new_cases
                   move serie_total_cases     to nc_total_cases
                   move serie_total_fatalidades
                       to nc_total_fatalidades
                   move serie_total_recuperados
                       to nc_total_recuperados
                   move serie_year            to nc_year
                   move serie_month           to nc_month
                   move serie_day             to nc_day
               END-IF
           END-IF.
      *
       fechar_pais.
           move spaces to lt_observacao.
           move spaces to lt_rotulo.
           move sm_provincias to ed_provincias.
           STRING
               "PROVINCE TOTAL ("        DELIMITED BY SIZE
               FUNCTION TRIM(ed_provincias) DELIMITED BY SIZE
               " PROVINCES)"             DELIMITED BY SIZE
               INTO lt_rotulo
           END-STRING.
           move sm_new_cases         to lt_new_cases.
           move sm_total_cases       to lt_total_cases.
           move sm_total_fatalidades to lt_total_fatalidades.
           move sm_total_recuperados to lt_total_recuperados.
           IF sm_outra_data > zero
               move sm_outra_data to ed_provincias
               STRING
                   FUNCTION TRIM(ed_provincias) DELIMITED BY SIZE
                   " NOT SAME DATE LEFT OUT"   DELIMITED BY SIZE
                   INTO lt_observacao
               END-STRING
           END-IF.
           WRITE fd_relatorio_record FROM Linha_total.

           EVALUATE TRUE
               WHEN nc_nao_encontrado
                   add 1 to ws_paises_sem_nacional
                   WRITE fd_relatorio_record FROM Linha_sem_nacional
                   PERFORM registrar_sem_nacional
               WHEN sm_provincias = zero
                   add 1 to ws_paises_sem_mesma_data
                   PERFORM imprimir_nacional
                   WRITE fd_relatorio_record FROM Linha_sem_mesma_data
               WHEN OTHER
                   PERFORM imprimir_nacional
                   PERFORM conferir_pais
           END-EVALUATE.
      *
       imprimir_nacional.
           move spaces to lt_rotulo.
           STRING
               "NATIONAL ("              DELIMITED BY SIZE
               nc_origem                 DELIMITED BY SPACE
               ")"                       DELIMITED BY SIZE
               INTO lt_rotulo
           END-STRING.
           move nc_new_cases         to lt_new_cases.
           move nc_total_cases       to lt_total_cases.
           move nc_total_fatalidades to lt_total_fatalidades.
           move nc_total_recuperados to lt_total_recuperados.
           move spaces to lt_observacao.
           STRING
               "AS OF "                  DELIMITED BY SIZE
               nc_day                    DELIMITED BY SIZE
               "/"                       DELIMITED BY SIZE
               nc_month                  DELIMITED BY SIZE
               "/"                       DELIMITED BY SIZE
               nc_year                   DELIMITED BY SIZE
               INTO lt_observacao
           END-STRING.
           WRITE fd_relatorio_record FROM Linha_total.
      *
       conferir_pais.
           add 1 to ws_paises_conferidos.
           set pais_dentro_sw to true.

           move "TOTAL CASES"          to ws_med_rotulo.
           move sm_total_cases         to ws_med_provincias.
           move nc_total_cases         to ws_med_nacional.
           PERFORM conferir_medida.

           move "TOTAL FATALITIES"     to ws_med_rotulo.
           move sm_total_fatalidades   to ws_med_provincias.
           move nc_total_fatalidades   to ws_med_nacional.
           PERFORM conferir_medida.

           move "TOTAL RECOVERED"      to ws_med_rotulo.
           move sm_total_recuperados   to ws_med_provincias.
           move nc_total_recuperados   to ws_med_nacional.
           PERFORM conferir_medida.

           move "DIFFERENCE" to lt_rotulo.
           compute lt_new_cases = sm_new_cases - nc_new_cases.
           compute lt_total_cases = sm_total_cases - nc_total_cases.
           compute lt_total_fatalidades =
               sm_total_fatalidades - nc_total_fatalidades.
           compute lt_total_recuperados =
               sm_total_recuperados - nc_total_recuperados.

           IF pais_fora_sw
               add 1 to ws_paises_fora
               move "** OUTSIDE TOLERANCE **" to lt_observacao
           ELSE
               move "WITHIN TOLERANCE" to lt_observacao
           END-IF.
           WRITE fd_relatorio_record FROM Linha_total.
      *
       conferir_medida.
      * A measure is out when the provinces miss the national figure
      * by more than TOLERANCEPCT percent of it. A national figure of
      * zero tolerates no difference at all.
           compute ws_diferenca = ws_med_provincias - ws_med_nacional.
           IF ws_diferenca < zero
               compute ws_dif_absoluta = zero - ws_diferenca
           ELSE
               move ws_diferenca to ws_dif_absoluta
           END-IF.

           compute ws_limite rounded =
               ws_med_nacional * ws_tolerancia_pct / 100.

           IF ws_dif_absoluta > ws_limite
               set pais_fora_sw to true
               PERFORM registrar_excecao
           END-IF.
      *
       registrar_excecao.
           add 1 to ws_linhas_excecao.
           move ws_pais_corrente  to lx_country_code.
           move nc_nome           to lx_nome.
           move ws_med_rotulo     to lx_medida.
           move ws_med_provincias to lx_provincias.
           move ws_med_nacional   to lx_nacional.
           move ws_diferenca      to lx_diferenca.
           IF ws_med_nacional > zero
               compute ws_dif_pct rounded =
                   ws_diferenca * 100 / ws_med_nacional
                   ON SIZE ERROR move 99999,99 to ws_dif_pct
               END-COMPUTE
               move ws_dif_pct to lx_dif_pct
           ELSE
               move spaces to lx_dif_pct_x
           END-IF.
           move nc_origem         to lx_origem.
           WRITE fd_excecao_record FROM Linha_excecao.
      *
       registrar_outra_data.
      * The province is named with its own date in place of the
      * country name; it is shown, not reconciled.
           add 1 to ws_linhas_excecao.
           move ws_pais_corrente  to lx_country_code.
           move spaces            to lx_nome.
           STRING
               prv_province_code         DELIMITED BY SIZE
               " AS OF "                 DELIMITED BY SIZE
               prv_day                   DELIMITED BY SIZE
               "/"                       DELIMITED BY SIZE
               prv_month                 DELIMITED BY SIZE
               "/"                       DELIMITED BY SIZE
               prv_year                  DELIMITED BY SIZE
               INTO lx_nome
           END-STRING.
           move "NOT SAME DATE"   to lx_medida.
           move prv_total_cases   to lx_provincias.
           move nc_total_cases    to lx_nacional.
           move spaces            to lx_diferenca_x.
           move spaces            to lx_dif_pct_x.
           move nc_origem         to lx_origem.
           WRITE fd_excecao_record FROM Linha_excecao.
      *
       registrar_sem_nacional.
           add 1 to ws_linhas_excecao.
           move ws_pais_corrente  to lx_country_code.
           move nc_nome           to lx_nome.
           move "NO NATIONAL DATA" to lx_medida.
           move sm_total_cases    to lx_provincias.
           move spaces            to lx_nacional_x.
           move spaces            to lx_diferenca_x.
           move spaces            to lx_dif_pct_x.
           move spaces            to lx_origem.
           WRITE fd_excecao_record FROM Linha_excecao.
      *
       imprimir_sumario.
           IF ws_linhas_excecao = zero
               WRITE fd_excecao_record FROM Linha_sem_excecao
           END-IF.

           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Header_traco.

           move "COUNTRIES WITH PROVINCE DATA:" to ls_rotulo.
           move ws_paises_lidos to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "PROVINCES REPORTED:" to ls_rotulo.
           move ws_provincias_lidas to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES RECONCILED:" to ls_rotulo.
           move ws_paises_conferidos to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES OUTSIDE TOLERANCE:" to ls_rotulo.
           move ws_paises_fora to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES WITH NO NATIONAL DATA:" to ls_rotulo.
           move ws_paises_sem_nacional to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "PROVINCES NOT SAME DATE:" to ls_rotulo.
           move ws_provincias_outra_data to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES WITH NO SAME-DATE PROVINCE:" to ls_rotulo.
           move ws_paises_sem_mesma_data to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           DISPLAY "PROVINCE REPORT: " ws_paises_lidos
               " countries, " ws_provincias_lidas
               " provinces, " ws_paises_fora
               " outside tolerance, " ws_paises_sem_nacional
               " with no national data, " ws_provincias_outra_data
               " provinces not same date.".
      *
       finalizar.
           IF NOT prv_inexistente
               CLOSE arquivo_provincia
           END-IF.
           CLOSE arquivo_estado.
           CLOSE arquivo_serie.
           CLOSE arquivo_paises.
           CLOSE arquivo_relatorio.
           CLOSE arquivo_excecoes.
      *
       END PROGRAM pandemic_prov_rpt.
