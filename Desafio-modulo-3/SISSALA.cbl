      *          RECUSA DUAS MATERIAS NA MESMA SALA NO MESMO
      *          DIA/PERIODO (CHAVE DO ARQUIVO) E MATERIA CUJA
      *          LOTACAO ATIVA (CHKVAGA) EXCEDE OS LUGARES DA SALA;
      *          IMPRIME O QUADRO DE SALAS POR DIA VIA SPOOL. CADA
      *          SALA E DE UMA UNIDADE (CAMPUS); SEM PERFIL ADMIN O
      *          OPERADOR SO VE, CADASTRA E ALOCA SALAS DA PROPRIA
      *          UNIDADE (CHKUNIDA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISSALA.
       77 WS-SLOT-OK                       PIC X VALUE 'N'.
          88 SLOT-OK                       VALUE 'S' FALSE 'N'.
       77 WS-LUGARES-SALA                  PIC 9(03) VALUE ZEROS.
       77 WS-CD-UNIDADE                    PIC X(02).
          88 UNIDADE-VALIDA                VALUE '01' THRU '09'.
          COPY UNI_AREA.
       77 WS-DIA-IMP                       PIC 9(01).
       77 WS-LINHA-QDR                     PIC X(80) VALUE SPACES.
       01 WS-NOMES-DIAS.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P050-CONFIGURA THRU P050-FIM
            CALL 'CHKUNIDA' USING WL-UNIDADE
            PERFORM P300-PROCESSA  THRU P300-FIM
                                    UNTIL WS-OPCAO = 'F' OR 'f'
            PERFORM P900-FIM
            ACCEPT WS-DS-SALA
            DISPLAY 'Informe a capacidade de lugares: '
            ACCEPT WS-QT-LUGARES
            MOVE WL-UNI-OPERADOR  TO WS-CD-UNIDADE
            IF WL-UNI-TODAS
                DISPLAY 'Informe a unidade da sala (ENTER = '
                        WL-UNI-OPERADOR '): '
                ACCEPT WS-CD-UNIDADE
                IF WS-CD-UNIDADE EQUAL SPACES
                    MOVE WL-UNI-OPERADOR TO WS-CD-UNIDADE
                END-IF
            END-IF
            IF NOT UNIDADE-VALIDA
                DISPLAY 'UNIDADE INVALIDA (01 A 09)! '
                        'CADASTRO NAO REALIZADO.'
                GO TO P310-FIM
            END-IF
            SET FS-SAL-OK         TO TRUE
            OPEN I-O SALAS
            IF WS-FS-SAL EQUAL 35 THEN
                MOVE WS-CD-SALA    TO CD-SALA
                MOVE WS-DS-SALA    TO DS-SALA
                MOVE WS-QT-LUGARES TO QT-LUGARES
                MOVE WS-CD-UNIDADE TO CD-UNIDADE-SAL
                SET SALA-ATIVA     TO TRUE
                WRITE REG-SALA
                    INVALID KEY
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                              IF WL-UNI-TODAS OR
                                 CD-UNIDADE-SAL EQUAL WL-UNI-OPERADOR
                                DISPLAY CD-SALA ' - ' DS-SALA
                                        '  LUGARES: ' QT-LUGARES
                                        '  UNID: ' CD-UNIDADE-SAL
                                        '  ' ST-SALA
                              END-IF
                        END-READ
                    END-PERFORM
                ELSE
                    INVALID KEY
                        DISPLAY 'SALA NAO EXISTE! '
                    NOT INVALID KEY
                        IF NOT WL-UNI-TODAS AND
                           CD-UNIDADE-SAL NOT EQUAL WL-UNI-OPERADOR
                            DISPLAY 'SALA DE OUTRA UNIDADE ('
                                    CD-UNIDADE-SAL ')! '
                        ELSE
                            IF SALA-ATIVA
                                SET SALA-OK TO TRUE
                                MOVE QT-LUGARES TO WS-LUGARES-SALA
                            ELSE
                                DISPLAY 'SALA INATIVA! '
                            END-IF
                        END-IF
                END-READ
                CLOSE SALAS
