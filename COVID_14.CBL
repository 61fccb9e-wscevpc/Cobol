      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Front-end loader for the daily testing-volume
      /            extract, in the pandemic_vacc_load mold. Reads the
      *            semicolon-delimited file the desks receive
      *            (testing.csvw: code;new tests;total tests;date),
      *            rejects malformed rows to test_rejeitos.csvw and
      *            loads the keyed testing file (testes.dat) that
      *            pandemic_rpt reads for tests per 100k and test
      *            positivity. Each record carries the data date of
      *            its figures (YYYYMMDD; the run date when the row
      *            has none) so positivity is only taken against the
      *            same day's cases.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_test_load.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_feed
           ASSIGN TO "testing.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_feed_status.

           SELECT OPTIONAL arquivo_testes
           ASSIGN TO "testes.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS tst_country_code
           FILE STATUS IS ws_tst_status.

           SELECT OPTIONAL arquivo_rejeitos
           ASSIGN TO "test_rejeitos.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_feed.
       01  fd_feed_record.
           05 rec_feed                   pic X(100).
      *
       FD  arquivo_testes.
       01  fd_testes_record.
           05 tst_country_code           pic X(002).
           05 tst_novos_testes           pic 9(011).
           05 tst_total_testes           pic 9(011).
           05 tst_data                   pic 9(008).
      *
       FD  arquivo_rejeitos.
       01  fd_rejeito_record             pic X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_feed_status                PIC X(002) value "00".
           88 feed_arquivo_inexistente   value "05" "35".
      *
       01  ws_tst_status                 PIC X(002) value "00".
           88 tst_ok                     value "00".
           88 tst_nao_encontrado         value "23".
           88 tst_arquivo_inexistente    value "35".
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
           05 tf_country_code            PIC X(010).
           05 tf_novos_testes            PIC X(015).
           05 tf_total_testes            PIC X(015).
           05 tf_data                    PIC X(015).
      *
       01  ws_numericos.
           05 num_novos_testes           PIC 9(011).
           05 num_total_testes           PIC 9(011).
           05 num_data                   PIC 9(008).
           05 num_data_r REDEFINES num_data.
               10 num_year               PIC 9(004).
               10 num_month              PIC 9(002).
               10 num_day                PIC 9(002).
      *
       01  ws_data_corrente              PIC 9(008) value zero.
      *
       01  ws_motivo_rejeito             PIC X(040).
      *
       01  ws_contadores.
           05 ws_linhas_lidas            PIC 9(006) value zero.
           05 ws_paises_incluidos        PIC 9(006) value zero.
           05 ws_paises_atualizados      PIC 9(006) value zero.
           05 ws_linhas_rejeitadas       PIC 9(006) value zero.
      *
       01  ws_linha_rejeito.
           05 FILLER                     PIC X(019) value
              "** REJECTED ROW ** ".
           05 rej_motivo                 PIC X(040).
           05 FILLER                     PIC X(001) value spaces.
           05 rej_linha                  PIC X(100).
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
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           OPEN INPUT arquivo_feed.
           IF feed_arquivo_inexistente
               DISPLAY "testing.csvw not found - nothing to load."
               move "y" to ws_feed_eof_sw
           END-IF.

           OPEN I-O arquivo_testes.
           IF tst_arquivo_inexistente
               OPEN OUTPUT arquivo_testes
               CLOSE arquivo_testes
               OPEN I-O arquivo_testes
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
                   PERFORM gravar_testes
               END-IF
           END-IF.
      *
       desmontar_linha.
           move spaces to ws_campos_feed.

           UNSTRING
               rec_feed DELIMITED BY ";"
           INTO
               tf_country_code
               tf_novos_testes
               tf_total_testes
               tf_data
           END-UNSTRING.
      *
       validar_linha.
           set linha_valida to true.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(tf_country_code) = spaces
                   move "MISSING COUNTRY CODE" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN tf_country_code(3:1) NOT = spaces
                   move "COUNTRY CODE NOT 2 CHARACTERS"
                       to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN tf_novos_testes = spaces
                   OR tf_total_testes = spaces
                   move "MISSING COUNT FIELD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN FUNCTION TRIM(tf_novos_testes) NOT NUMERIC
                   OR FUNCTION TRIM(tf_total_testes) NOT NUMERIC
                   move "NON-NUMERIC COUNT FIELD" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               WHEN OTHER
                   move FUNCTION NUMVAL(FUNCTION TRIM(tf_novos_testes))
                       to num_novos_testes
                   move FUNCTION NUMVAL(FUNCTION TRIM(tf_total_testes))
                       to num_total_testes
                   IF num_novos_testes > num_total_testes
                       move "NEW TESTS EXCEED TOTAL TESTS"
                           to ws_motivo_rejeito
                       PERFORM rejeitar_linha
                   END-IF
           END-EVALUATE.

           IF linha_valida
               PERFORM validar_data
           END-IF.
      *
       validar_data.
      * The data date is optional; a row without one is taken as the
      * run date's figures.
           IF tf_data = spaces
               move ws_data_corrente to num_data
           ELSE
               IF FUNCTION TRIM(tf_data) NOT NUMERIC
               OR tf_data(9:1) NOT = spaces
                   move "INVALID DATA DATE" to ws_motivo_rejeito
                   PERFORM rejeitar_linha
               ELSE
                   move tf_data(1:8) to num_data
                   IF num_month < 1 OR num_month > 12
                   OR num_day < 1 OR num_day > 31
                       move "INVALID DATA DATE" to ws_motivo_rejeito
                       PERFORM rejeitar_linha
                   ELSE
                       IF num_data > ws_data_corrente
                           move "DATA DATE IN FUTURE"
                               to ws_motivo_rejeito
                           PERFORM rejeitar_linha
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       rejeitar_linha.
           set linha_invalida to true.
           add 1 to ws_linhas_rejeitadas.
           move ws_motivo_rejeito to rej_motivo.
           move rec_feed to rej_linha.
           WRITE fd_rejeito_record FROM ws_linha_rejeito.
      *
       gravar_testes.
      * A repeated code in the feed, or a code already on file from
      * an earlier load, simply carries the latest figures.
           move tf_country_code(1:2) to tst_country_code.
           READ arquivo_testes KEY IS tst_country_code
               INVALID KEY set tst_nao_encontrado to true
           END-READ.

           IF tst_ok
               move num_novos_testes to tst_novos_testes
               move num_total_testes to tst_total_testes
               move num_data to tst_data
               REWRITE fd_testes_record
               add 1 to ws_paises_atualizados
           ELSE
               move tf_country_code(1:2) to tst_country_code
               move num_novos_testes to tst_novos_testes
               move num_total_testes to tst_total_testes
               move num_data to tst_data
               WRITE fd_testes_record
               add 1 to ws_paises_incluidos
           END-IF.
      *
       finalizar.
           IF ws_linhas_rejeitadas > 0
               move ws_linhas_rejeitadas to rej_total
               WRITE fd_rejeito_record FROM Header_rejeitos
           END-IF.

           DISPLAY "TEST LOAD: " ws_linhas_lidas
               " rows read, " ws_paises_incluidos
               " added, " ws_paises_atualizados
               " updated, " ws_linhas_rejeitadas
               " rejected.".

           IF NOT feed_arquivo_inexistente
               CLOSE arquivo_feed
           END-IF.
           CLOSE arquivo_testes.
           CLOSE arquivo_rejeitos.
      *
       END PROGRAM pandemic_test_load.
