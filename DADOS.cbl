                MOVE SPACES           TO CIDADE-ALUNO
                MOVE SPACES           TO UF-ALUNO
                MOVE SPACES           TO CEP-ALUNO
                MOVE ZEROS            TO NR-CPF-ALUNO
                                         DT-NASCIMENTO-ALUNO
                MOVE SPACES           TO NR-RG-ALUNO
                SET ALUNO-ATIVO       TO TRUE
                ACCEPT DT-CRIACAO-ALUNO FROM DATE YYYYMMDD
                ACCEPT HR-CRIACAO-ALUNO FROM TIME
