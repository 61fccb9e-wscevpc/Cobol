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
       FD  arquivo_origem.
       01  fd_origem_record              pic X(300).
