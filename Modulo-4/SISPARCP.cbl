                ELSE
                    DISPLAY 'VALOR DA PARCELA: '
                            VL-PARCELA-CTR(WS-NR-PARCELA)
                            '  VENCIMENTO: '
                            DT-VENCIMENTO-CTR(WS-NR-PARCELA)
                    DISPLAY 'Informe a data do pagamento (AAAAMMDD): '
                    ACCEPT WS-DT-PGTO
                    DISPLAY 'Informe o valor pago: '
