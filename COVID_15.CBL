      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Front-end loader for the sub-national (province /
      /            state) feed, in the pandemic_vacc_load mold. Reads
      *            the semicolon-delimited extract (province.csvw:
      *            country code;province code;province name;new cases;
      *            total cases;new fatalities;total fatalities;new
      *            recovered;total recovered;data date YYYYMMDD),
      *            rejects malformed rows to prov_rejeitos.csvw and
      *            loads the province file (provincias.dat) keyed by
      *            country code plus province code, which
      *            pandemic_prov_rpt rolls up under each country.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_prov_load.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_feed
           ASSIGN TO "province.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_feed_status.

           SELECT OPTIONAL arquivo_provincia
           ASSIGN TO "provincias.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS prv_chave
           FILE STATUS IS ws_prv_status.

           SELECT OPTIONAL arquivo_rejeitos
           ASSIGN TO "prov_rejeitos.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_feed.
       01  fd_feed_record.
           05 rec_feed                   pic X(200).
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
      *
       FD  arquivo_rejeitos.
       01  fd_rejeito_record             pic X(300).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_feed_status                PIC X(002) value "00".
           88 feed_arquivo_inexistente   value "05" "35".
      *
       01  ws_prv_status                 PIC X(002) value "00".
           88 prv_ok                     value "00".
           88 prv_nao_encontrado         value "23".
           88 prv_arquivo_inexistente    value "35".
      *
       01  ws_feed_eof_sw                PIC X(001) value "n".
           88 feed_eof_sw                value "y".
           88 feed_not_eof_sw            value "n".
      *
       01  ws_linha_valida               PIC X(001) value "Y".
           88 linha_valida               value "Y".
           88 linha_invalida             value "N".
      *
       01  ws_campos_feed.
           05 pf_country_code            PIC X(010).
           05 pf_province_code           PIC X(010).
           05 pf_nome                    PIC X(045).
           05 pf_new_cases               PIC X(012).
           05 pf_total_cases             PIC X(012).
           05 pf_fatalidades             PIC X(012).
           05 pf_total_fatalidades       PIC X(012).
           05 pf_recuperados             PIC X(012).
           05 pf_total_recuperados       PIC X(012).
           05 pf_data                    PIC X(010).
      *
       01  ws_numericos.
           05 num_new_cases              PIC 9(009).
           05 num_total_cases            PIC 9(009).
           05 num_fatalidades            PIC 9(009).
           05 num_total_fatalidades      PIC 9(009).
           05 num_recuperados            PIC 9(009).
           05 num_total_recuperados      PIC 9(009).
           05 num_data                   PIC 9(008).
           05 num_data_r REDEFINES num_data.
               10 num_year               PIC 9(004).
               10 num_month              PIC 9(002).
               10 num_day                PIC 9(002).
      *
       01  ws_motivo_rejeito             PIC X(040).
      *
       01  ws_contadores.
           05 ws_linhas_lidas            PIC 9(006) value zero.
           05 ws_provincias_incluidas    PIC 9(006) value zero.
           05 ws_provincias_atualizadas  PIC 9(006) value zero.
           05 ws_linhas_rejeitadas       PIC 9(006) value zero.
      *
       01  ws_linha_rejeito.
           05 FILLER                     PIC X(019) value
              "** REJECTED ROW ** ".
           05 rej_motivo                 PIC X(040).
           05 FILLER                     PIC X(001) value spaces.
           05 rej_linha                  PIC X(200).
      *
       01  Header_rejeitos.
           05 FILLER                     PIC X(019) value
              "REJECTED ROW COUNT:".
           05 rej_total                  PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM processar_linha UNTIL feed_eof_sw.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           OPEN INPUT arquivo_feed.
           IF feed_arquivo_inexistente
               DISPLAY "province.csvw not found - nothing to load."
               move "y" to ws_feed_eof_sw
           END-IF.

           OPEN I-O arquivo_provincia.
           IF prv_arquivo_inexistente
               OPEN OUTPUT arquivo_provincia
               CLOSE arquivo_provincia
               OPEN I-O arquivo_provincia
           END-IF.

           OPEN OUTPUT arquivo_rejeitos.
      *
       processar_linha.
           READ arquivo_feed
               AT END move "y" to ws_feed_eof_sw
           END-READ.

           IF feed_not_eof_sw
               add 1 to ws_linhas_lidas
               PERFORM desmontar_linha
               PERFORM validar_linha
               IF linha_valida
                   PERFORM gravar_provincia
               END-IF
           END-IF.
      *
       desmontar_linha.
           move spaces to ws_campos_feed.

           UNSTRING
               rec_feed DELIMITED BY ";"
           INTO
               pf_country_code
               pf_province_code
               pf_nome
               pf_new_cases
               pf_total_cases
               pf_fatalidades
               pf_total_fatalidades
               pf_recuperados
               pf_total_recuperados
               pf_data
           END-UNSTRING.
      *
       validar_linha.
           set linha_valida to true.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(pf_country_code) = spaces
                   move "MISSING COUNTRY CODE" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN pf_country_code(3:1) NOT = spaces
                   move "COUNTRY CODE NOT 2 CHARACTERS"
                       to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN FUNCTION TRIM(pf_province_code) = spaces
                   move "MISSING PROVINCE CODE" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN pf_province_code(7:1) NOT = spaces
                   move "PROVINCE CODE OVER 6 CHARACTERS"
                       to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN pf_new_cases = spaces
                   OR pf_total_cases = spaces
                   OR pf_fatalidades = spaces
                   OR pf_total_fatalidades = spaces
                   OR pf_recuperados = spaces
                   OR pf_total_recuperados = spaces
                   move "MISSING COUNT FIELD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN FUNCTION TRIM(pf_new_cases) NOT NUMERIC
                   OR FUNCTION TRIM(pf_total_cases) NOT NUMERIC
                   OR FUNCTION TRIM(pf_fatalidades) NOT NUMERIC
                   OR FUNCTION TRIM(pf_total_fatalidades) NOT NUMERIC
                   OR FUNCTION TRIM(pf_recuperados) NOT NUMERIC
                   OR FUNCTION TRIM(pf_total_recuperados) NOT NUMERIC
                   move "NON-NUMERIC COUNT FIELD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN pf_data(1:8) NOT NUMERIC
                   OR pf_data(9:2) NOT = spaces
                   move "DATA DATE NOT YYYYMMDD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN OTHER
                   PERFORM converter_campos
           END-EVALUATE.
      *
       converter_campos.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_new_cases))
               to num_new_cases.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_total_cases))
               to num_total_cases.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_fatalidades))
               to num_fatalidades.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_total_fatalidades))
               to num_total_fatalidades.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_recuperados))
               to num_recuperados.
           move FUNCTION NUMVAL(FUNCTION TRIM(pf_total_recuperados))
               to num_total_recuperados.
           move pf_data(1:8) to num_data.

           EVALUATE TRUE
               WHEN num_month < 1 OR num_month > 12
                   OR num_day < 1 OR num_day > 31
                   move "DATA DATE NOT YYYYMMDD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN num_new_cases > num_total_cases
                   move "NEW CASES EXCEED TOTAL CASES"
                       to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       rejeitar_linha.
           set linha_invalida to true.
           add 1 to ws_linhas_rejeitadas.
           move ws_motivo_rejeito to rej_motivo.
           move rec_feed to rej_linha.
           WRITE fd_rejeito_record FROM ws_linha_rejeito.
      *
       gravar_provincia.
      * A repeated country/province in the feed, or one already on
      * file from an earlier load, simply carries the latest figures.
           move pf_country_code(1:2)  to prv_country_code.
           move pf_province_code(1:6) to prv_province_code.
           READ arquivo_provincia KEY IS prv_chave
               INVALID KEY set prv_nao_encontrado to true
           END-READ.

           move pf_country_code(1:2)  to prv_country_code.
           move pf_province_code(1:6) to prv_province_code.
           move pf_nome               to prv_nome.
           move num_new_cases         to prv_new_cases.
           move num_total_cases       to prv_total_cases.
           move num_fatalidades       to prv_fatalidades.
           move num_total_fatalidades to prv_total_fatalidades.
           move num_recuperados       to prv_recuperados.
           move num_total_recuperados to prv_total_recuperados.
           move num_data              to prv_data.

           IF prv_ok
               REWRITE fd_provincia_record
               add 1 to ws_provincias_atualizadas
           ELSE
               WRITE fd_provincia_record
               add 1 to ws_provincias_incluidas
           END-IF.
      *
       finalizar.
           IF ws_linhas_rejeitadas > 0
               move ws_linhas_rejeitadas to rej_total
               WRITE fd_rejeito_record FROM Header_rejeitos
           END-IF.

           DISPLAY "PROVINCE LOAD: " ws_linhas_lidas
               " rows read, " ws_provincias_incluidas
               " added, " ws_provincias_atualizadas
               " updated, " ws_linhas_rejeitadas
               " rejected.".

           IF NOT feed_arquivo_inexistente
               CLOSE arquivo_feed
           END-IF.
           CLOSE arquivo_provincia.
           CLOSE arquivo_rejeitos.
      *
       END PROGRAM pandemic_prov_load.
