       FD  arquivo_serie.
       01  fd_serie_record.
           05 serie_chave                pic X(010).
           05 FILLER                     pic X(134).
      *
       FD  arquivo_populacao.
       01  fd_populacao_record.
       FD  arquivo_estado.
       01  fd_estado_record.
           05 est_country_code           pic X(002).
           05 FILLER                     pic X(262).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
           END-READ.
           IF not_eof_sw
               add 1 to ws_registros_backup
               move fd_backup_record(1:144) to fd_serie_record
               WRITE fd_serie_record
                   INVALID KEY CONTINUE
               END-WRITE
           END-READ.
           IF not_eof_sw
               add 1 to ws_registros_backup
               move fd_backup_record(1:264) to fd_estado_record
               WRITE fd_estado_record
                   INVALID KEY CONTINUE
               END-WRITE
