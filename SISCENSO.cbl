      * Date: 02/09/2026
      * Purpose: EXPORTACAO ANUAL DO CENSO ESCOLAR - PASSO 1 VALIDA O
      *          CADASTRO E LISTA TUDO QUE O MINISTERIO REJEITARIA
      *          (CEP FALTANDO, UF EM BRANCO, ALUNO ATIVO SEM DATA DE
      *          NASCIMENTO, ALUNO INATIVO COM MATRICULA ATIVA) PARA A
      *          SECRETARIA CORRIGIR (SISIDALU/SISALTER) ANTES DO
      *          PRAZO; PASSO 2 MONTA O ARQUIVO DO CENSO (CENSO.TXT)
      *          COM REGISTROS TIPADOS DE ALUNOS (COM ENDERECO,
      *          NASCIMENTO E CPF), MATRICULAS, MATERIAS,
      *          PROFESSORES/VINCULOS E RESULTADOS DO TERMO (TODOS.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCENSO.
                DISPLAY 'PENDENCIA: ALUNO ' ID-ALUNO
                        ' SEM UF.'
            END-IF
            IF ALUNO-ATIVO AND
               (DT-NASCIMENTO-ALUNO NOT NUMERIC OR
                DT-NASCIMENTO-ALUNO EQUAL ZEROS)
                ADD 1 TO WS-QTD-ERROS
                DISPLAY 'PENDENCIA: ALUNO ' ID-ALUNO
                        ' SEM DATA DE NASCIMENTO.'
            END-IF
            IF ALUNO-INATIVO
                PERFORM P120-CHECA-MATRICULA THRU P120-FIM
                IF TEM-MAT-ATIVA
                                   SITUACAO IN REG-ALUNO
                                   RUA-ALUNO BAIRRO-ALUNO
                                   CIDADE-ALUNO UF-ALUNO CEP-ALUNO
                                   DT-NASCIMENTO-ALUNO NR-CPF-ALUNO
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-CEN
                            MOVE WS-LINHA-CEN TO REG-CENSO-OUT
