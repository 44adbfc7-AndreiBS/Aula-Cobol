      *          COMPLETO (ALUNOS, CONTATOS, RESPONSAVEIS, MATERIAS,
      *          MATRICULAS, BOLETINS, MENSALIDADES) PARA O DIRETORIO
      *          DE TREINO EMBARALHANDO OS DADOS PESSOAIS (NOMES,
      *          TELEFONES, ENDERECOS, CEP, CPF E RG VIRAM VALORES
      *          FICTICIOS PLAUSIVEIS, NO MESMO ESPIRITO DO SISLGPD)
      *          MAS MANTENDO TODAS AS CHAVES - O CONFIGSYS APONTA A
      *          SESSAO DE TREINO PARA ESTA COPIA INOFENSIVA
       01 TRN-REG-ALUNO.
          03 TRN-ID-ALUNO                  PIC 9(06).
          03 TRN-NM-ALUNO                  PIC X(20).
          03 TRN-RESTO-ALUNO               PIC X(147).
       FD CONTATOS.
          COPY FD_CONTT.
       FD CONTATOS-TRN.
       FD MENSALID-TRN.
       01 TRN-REG-MENSALIDADE.
          03 TRN-CHAVE-MENSALIDADE         PIC X(12).
          03 TRN-RESTO-MENSALIDADE         PIC X(105).

       WORKING-STORAGE SECTION.
       77 WS-FS                            PIC 99.
                            MOVE 'SAO PAULO'     TO CIDADE-ALUNO
                            MOVE 'SP'            TO UF-ALUNO
                            MOVE '01000000'      TO CEP-ALUNO
      * DOCUMENTOS ZERADOS; DO NASCIMENTO SO O ANO (IDADE-SERIE)
                            MOVE ZEROS           TO NR-CPF-ALUNO
                            MOVE SPACES          TO NR-RG-ALUNO
                            IF DT-NASCIMENTO-ALUNO NOT EQUAL ZEROS
                                MOVE 01 TO MM-NASCIMENTO-ALUNO
                                           DD-NASCIMENTO-ALUNO
                            END-IF
                            MOVE REG-ALUNO TO TRN-REG-ALUNO
                            WRITE TRN-REG-ALUNO
                            ADD 1 TO WS-QTD-COPIADOS
