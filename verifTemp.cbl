      *>              controle; a copia nunca e aberta por cima da
      *>              copia boa apontada pelo controle (reexecucao no
      *>              mesmo dia ganha o sufixo "b").
      *> 02/09/2026 - Registro do cadastro de silos com folga para os
      *>              campos novos de armazenagem segura do grao.



          05 fd-ctl-backup                          pic  x(30).

       fd arqSilo.
      *>----So o identificador interessa aqui; o restante do registro
      *>    tem folga para os campos que o cadastro vier a ganhar (linha
      *>    maior que o registro seria partida em dois na leitura)
       01 fd-sil-reg.
          05 fd-sil-id                              pic  x(10).
          05 filler                                 pic  x(190).


      *>----Variaveis de trabalho
