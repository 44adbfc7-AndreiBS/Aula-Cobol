      * Date: 23/08/2026
      * Purpose: CADASTRO DE OPERADORES (OPERADOR.DAT) - INCLUIR,
      *          LISTAR, ALTERAR SENHA/PERFIL E DESBLOQUEAR CONTAS;
      *          SO O PERFIL ADMINISTRADOR CHEGA AQUI (AUTHOPR 'O').
      *          CADA OPERADOR TEM A UNIDADE (CAMPUS) EM QUE TRABALHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISOPER.
       77 WS-SENHA                         PIC X(08).
       77 WS-PERFIL                        PIC X(01).
       77 WS-ID-PROF                       PIC 9(03).
       77 WS-CD-UNIDADE                    PIC X(02).
          88 UNIDADE-VALIDA                VALUE '01' THRU '09'.
       77 WS-FS-SH                         PIC 99.
          88 FS-SH-OK                      VALUE 0.
       77 WS-EOF-SH                        PIC X.
            DISPLAY 'Informe o ID do professor vinculado '
                    '(0 = sem vinculo): '
            ACCEPT WS-ID-PROF
            DISPLAY 'Informe a unidade (campus) do operador (01-09): '
            ACCEPT WS-CD-UNIDADE

            IF WS-PERFIL NOT EQUAL 'A' AND 'S' AND 'O'
                DISPLAY 'PERFIL INVALIDO! '
            ELSE
            IF NOT UNIDADE-VALIDA
                DISPLAY 'UNIDADE INVALIDA (01 A 09)! '
            ELSE
                SET FS-OK         TO TRUE
                OPEN I-O OPERADORES
                    SET OPERADOR-ATIVO  TO TRUE
                    MOVE ZEROS          TO QT-ERROS-SENHA
                    MOVE WS-ID-PROF     TO ID-PROF-OPERADOR
                    MOVE WS-CD-UNIDADE  TO CD-UNIDADE-OPERADOR
      * DATA DE TROCA ZERADA FORCA A TROCA NO PRIMEIRO LOGIN
                    MOVE ZEROS          TO DT-TROCA-SENHA
                                           DT-ULT-SESSAO
                END-IF
                CLOSE OPERADORES
            END-IF
            END-IF
            .
       P310-FIM.
       P320-LISTA.
            ELSE
                IF FS-OK
                    DISPLAY 'CODIGO NOME                  PERFIL SIT '
                            'PROF UNID'
                    PERFORM UNTIL EOF-OK
                        READ OPERADORES NEXT
                            AT END
                                        NM-OPERADOR '  '
                                        PERFIL-OPERADOR '     '
                                        ST-OPERADOR '  '
                                        ID-PROF-OPERADOR '  '
                                        CD-UNIDADE-OPERADOR
                        END-READ
                    END-PERFORM
                ELSE
                        DISPLAY 'Informe o ID do professor vinculado '
                                '(0 = sem vinculo): '
                        ACCEPT WS-ID-PROF
                        DISPLAY 'Unidade atual: ' CD-UNIDADE-OPERADOR
                        DISPLAY 'Informe a nova unidade (01-09): '
                        ACCEPT WS-CD-UNIDADE
                        IF WS-PERFIL NOT EQUAL 'A' AND 'S' AND 'O'
                           OR NOT UNIDADE-VALIDA
                            DISPLAY 'PERFIL OU UNIDADE INVALIDA! '
                        ELSE
                        PERFORM P360-VALIDA-SENHA THRU P360-FIM
                        IF NOT SENHA-OK
                                FROM DATE YYYYMMDD
                            MOVE WS-PERFIL TO PERFIL-OPERADOR
                            MOVE WS-ID-PROF TO ID-PROF-OPERADOR
                            MOVE WS-CD-UNIDADE TO CD-UNIDADE-OPERADOR
                            REWRITE REG-OPERADOR
                            IF FS-OK
                                DISPLAY 'Operador atualizado!'
