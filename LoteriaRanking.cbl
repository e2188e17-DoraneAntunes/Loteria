
      *>ranking dos operadores/clientes com menos tentativas ate acertar,
      *>a partir do historico gravado pelo programa Loteria em RANKING.TXT.
      *>roda tambem como ultimo passo da cadeia noturna (LoteriaNoite):
      *>banca sem nenhuma tentativa registrada nao e erro, arquivo que
      *>existe e nao abre termina com codigo de retorno 8.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
           display " "
           display " ========== RANKING DE SORTE (menos tentativas) ========== "

           *> o sort com USING nao tolera o arquivo ausente: a abertura
           *> de prova separa "nenhuma tentativa ainda" (status 35) de
           *> arquivo danificado.
           open input ranking-file
           if ws-fs-ranking = "00"
               close ranking-file
               sort sort-work on ascending key sort-jogo-id sort-tentativas
                   using ranking-file
                   output procedure is exibe-ranking
           else
               if ws-fs-ranking not = "35"
                   display " RANKING.TXT nao abriu (status "
                           ws-fs-ranking "). "
                   move 8 to return-code
               end-if
           end-if

           close ranking-ordenado

