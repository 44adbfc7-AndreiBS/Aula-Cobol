      * Purpose: Layout da fila de mensagens de telefone (MSGFILA.DAT)
      *          - uma mensagem por evento (mensalidade vencendo/
      *          vencida, nota abaixo da media, segunda chamada
      *          aprovada, saldo baixo na carteira pre-paga,
      *          ocorrencia disciplinar, livro da biblioteca em
      *          atraso, reserva da biblioteca disponivel, convite,
      *          confirmacao e lembrete do plantao pedagogico)
      *          enderecada ao telefone do responsavel, ou lembrete
      *          de prazo de notas vencido enderecado ao telefone do
      *          professor (sem aluno/contato) - tambem os avisos da
      *          biblioteca quando o leitor e professor e o lembrete
      *          do plantao pedagogico ao professor,
      *          deduplicada por aluno/tipo/dia; exportada em lote
      *          para o gateway de SMS com retorno de entrega.
      ******************************************************************
