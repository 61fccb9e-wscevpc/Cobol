           05 est_second                  pic 9(002).
           05 est_arquivo_seq             pic 9(004).
           05 est_numero_run              pic 9(006).
           05 est_arquivo                 pic X(060).
           05 est_carga                   pic X(014).
      *
       FD  arquivo_populacao.
       01  fd_populacao_record.
           05 serie_total_fatalidades    pic 9(009).
           05 serie_recuperados          pic 9(009).
           05 serie_total_recuperados    pic 9(009).
           05 serie_numero_run           pic 9(006).
           05 serie_arquivo              pic X(060).
           05 serie_carga                pic X(014).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
