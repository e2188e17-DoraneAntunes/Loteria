      *>ele por jogo e por operador, grava o resumo em FECHAMENTO.TXT e
      *>abre o concurso seguinte. depois do fechamento nenhuma aposta nova
      *>pode ser estampada no concurso fechado (ver grava-aposta em
      *>Loteria.cbl). cadastro ausente ou erro ao fechar/abrir concurso
      *>termina com codigo de retorno 8, que para a cadeia noturna
      *>(LoteriaNoite); dia sem concurso aberto nao e erro.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
               88 concurso-aberto                   value "A".
               88 concurso-fechado                  value "F".
               88 concurso-apurado                  value "P".
           05 conc-tipo                             pic x(01).
               88 concurso-especial                 value "E".

      *>apostas gravadas por Loteria.cbl, mesmo layout.
       fd  apostas-file.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

       fd  fechamento-file.
       01  reg-fechamento                           pic x(100).
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

      *>declaração das variáveis do programa.
       working-storage section.
           if ws-fs-concurso <> "00"
               display " Cadastro de concursos CONCURSOS.DAT nao encontrado. "
               display " Execute o programa Loteria ao menos uma vez antes do fechamento. "
               move 8 to return-code
           else
               perform localiza-concursos-abertos

               invalid key
                   display " Concurso " ws-concurso-atual
                           " sumiu do cadastro durante o fechamento. "
                   move 8 to return-code
               not invalid key
                   move "F"          to conc-status
                   move ws-data-hoje to conc-data-corte
                   move ws-hora-agora to conc-hora-corte
                   rewrite reg-concurso
                       invalid key
                           display " Erro ao fechar concurso: " ws-fs-concurso
                           move 8 to return-code
                   end-rewrite

                   *> abertura do concurso seguinte, mantendo o jogo do
                   move ws-data-corte-nova to conc-data-corte
                   move ws-hora-corte-jogo to conc-hora-corte
                   move "A"          to conc-status
                   *> todo concurso nasce regular; o especial e marcado
                   *> depois pela manutencao.
                   move "R"          to conc-tipo
                   write reg-concurso
                       invalid key
                           display " Erro ao abrir proximo concurso: " ws-fs-concurso
                           move 8 to return-code
                   end-write
                   display " Concurso " conc-numero " aberto (jogo "
                           ws-jogo-atual "). "
