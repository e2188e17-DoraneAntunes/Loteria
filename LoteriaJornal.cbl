           05 filler pic x(26) value "BOLAO-ID            046004".
           05 filler pic x(26) value "CLIENTE-ID          050006".
           05 filler pic x(26) value "NUMEROS             056020".
           05 filler pic x(26) value "DATA-VENDA          076008".
           05 filler pic x(26) value "HORA-VENDA          084006".
           05 filler pic x(26) value "GRUPO               090009".

       01 tab-campos-jogos.
           05 filler pic x(26) value "JOGO-ID             001002".
           05 filler pic x(26) value "PRECO-09            101009".
           05 filler pic x(26) value "PRECO-10            110009".
           05 filler pic x(26) value "HORA-CORTE          119006".
           05 filler pic x(26) value "COMISSAO            125004".

       01 tab-campos-operadores.
           05 filler pic x(26) value "ID                  001010".
           05 filler pic x(26) value "SITUACAO            082001".
           05 filler pic x(26) value "DATA-PAGAMENTO      083008".
           05 filler pic x(26) value "OPERADOR-PAGTO      091010".
           05 filler pic x(26) value "VALOR-IR            101011".
           05 filler pic x(26) value "VALOR-LIQUIDO       112011".

       01 tab-campos-concursos.
           05 filler pic x(26) value "NUMERO              001006".
           05 filler pic x(26) value "DATA-CORTE          017008".
           05 filler pic x(26) value "HORA-CORTE          025006".
           05 filler pic x(26) value "STATUS              031001".
           05 filler pic x(26) value "TIPO                032001".

       01 tab-campos-resultados.
           05 filler pic x(26) value "CONCURSO            001006".
           05 filler pic x(26) value "DATA                009008".
           05 filler pic x(26) value "NUMEROS             017012".
           05 filler pic x(26) value "ACUM-ANTERIOR       029013".
           05 filler pic x(26) value "RESERVA-ANTERIOR    042013".

       01 tab-campos-acumulado.
           05 filler pic x(26) value "JOGO-ID             001002".
           05 filler pic x(26) value "VALOR               003013".

       01 tab-campos-reserva.
           05 filler pic x(26) value "JOGO-ID             001002".
           05 filler pic x(26) value "VALOR               003013".

       01 tab-campos-turnos.
           05 filler pic x(26) value "OPERADOR            001010".
           05 filler pic x(26) value "DATA                011008".
           05 filler pic x(26) value "TIPO                019001".
           05 filler pic x(26) value "HORA                020006".
           05 filler pic x(26) value "VALOR               026011".
           05 filler pic x(26) value "VENDAS              037011".
           05 filler pic x(26) value "PREMIOS             048011".
           05 filler pic x(26) value "SANGRIAS            059011".
           05 filler pic x(26) value "ESPERADO            070012".
           05 filler pic x(26) value "DIFERENCA           082012".
           05 filler pic x(26) value "REGISTRADO-POR      094010".

       01 tab-campos-parametros.
           05 filler pic x(26) value "IR-LIMITE           001009".
           05 filler pic x(26) value "IR-ALIQUOTA         010004".
           05 filler pic x(26) value "PLD-LIMITE-VENDA    014009".
           05 filler pic x(26) value "PLD-JANELA-DIAS     023003".
           05 filler pic x(26) value "PLD-PREMIOS-QTDD    026003".
           05 filler pic x(26) value "PLD-SEM-CLIENTE     029009".
           05 filler pic x(26) value "PLD-TEIM-VALOR      038009".
           05 filler pic x(26) value "PLD-TEIM-QTDD       047003".
           05 filler pic x(26) value "RESERVA-PERC        050004".

      *>area de trabalho da tabela do arquivo corrente.
       01 ws-tab-campos.
           05 ws-campo-tab occurs 20 times.
               10 ws-campo-rotulo                  pic x(20).
               10 ws-campo-posicao                 pic 9(03).
               10 ws-campo-tamanho                 pic 9(03).
                   end-if
               when "JOGOS.DAT"
               when "ACUMULADO"
               when "RESERVA"
                   if ws-imagem-chave(1:2) is numeric
                       move ws-imagem-chave(1:2) to ws-chave2
                       move ws-chave2 to ws-registro-extraido
           evaluate jor-arquivo
               when "APOSTAS.DAT"
                   move tab-campos-apostas to ws-tab-campos
                   move 14 to ws-qtdd-campos
               when "JOGOS.DAT"
                   move tab-campos-jogos to ws-tab-campos
                   move 12 to ws-qtdd-campos
               when "OPERADORES"
                   move tab-campos-operadores to ws-tab-campos
                   move 5 to ws-qtdd-campos
                   move 5 to ws-qtdd-campos
               when "PREMIOS.DAT"
                   move tab-campos-premios to ws-tab-campos
                   move 13 to ws-qtdd-campos
               when "CONCURSOS"
                   move tab-campos-concursos to ws-tab-campos
                   move 7 to ws-qtdd-campos
               when "RESULTADOS"
                   move tab-campos-resultados to ws-tab-campos
                   move 6 to ws-qtdd-campos
               when "ACUMULADO"
                   move tab-campos-acumulado to ws-tab-campos
                   move 2 to ws-qtdd-campos
               when "RESERVA"
                   move tab-campos-reserva to ws-tab-campos
                   move 2 to ws-qtdd-campos
               when "TURNOS.DAT"
                   move tab-campos-turnos to ws-tab-campos
                   move 11 to ws-qtdd-campos
               when "PARAMETROS"
                   move tab-campos-parametros to ws-tab-campos
                   move 9 to ws-qtdd-campos
               when other
                   continue
           end-evaluate
