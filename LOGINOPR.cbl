      * Purpose: LOGIN DE OPERADOR NO SISMENU0 - VALIDA CODIGO E SENHA
      *          CONTRA OPERADOR.DAT, BLOQUEIA A CONTA NA TERCEIRA
      *          SENHA ERRADA E GRAVA A SESSAO CORRENTE EM SESSAO.DAT
      *          (O AUDITLOG CARIMBA O OPERADOR A PARTIR DELA, O
      *          CHKUNIDA PEGA A UNIDADE DELE). SEM OPERADOR.DAT,
      *          CRIA A CONTA MESTRA 'ADMIN'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINOPR.
          03 SES-NM-OPERADOR               PIC X(20).
          03 SES-PERFIL                    PIC X(01).
          03 SES-ID-PROFESSOR              PIC 9(03).
          03 SES-CD-UNIDADE                PIC X(02).
       FD HISTORICO-SENHAS.
          COPY FD_SENHI.

                MOVE ZEROS        TO QT-ERROS-SENHA
                MOVE ZEROS        TO ID-PROF-OPERADOR
                MOVE ZEROS        TO DT-TROCA-SENHA DT-ULT-SESSAO
                MOVE SPACES       TO CD-UNIDADE-OPERADOR
                WRITE REG-OPERADOR
                DISPLAY 'PRIMEIRO ACESSO: CONTA ADMIN CRIADA COM A '
                        'SENHA PADRAO. TROQUE-A NO CADASTRO DE '
                ELSE
                    MOVE ZEROS            TO SES-ID-PROFESSOR
                END-IF
                MOVE CD-UNIDADE-OPERADOR TO SES-CD-UNIDADE
                WRITE REG-SESSAO
            ELSE
                DISPLAY 'ERRO AO GRAVAR A SESSAO. '
