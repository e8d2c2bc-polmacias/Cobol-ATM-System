   02 SC-Cuenta  PIC 9(5).
   02 SC-Moneda  PIC X(3).
   02 SC-Saldo   PIC S9(5)V99.
   02 SC-Estado  PIC X(1).
   02 SC-TipoProducto PIC X(1).

WORKING-STORAGE SECTION.
01 CuentaConsulta   PIC 9(5).
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:22) = "COMISION MANTENIMIENTO"
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:9) = "COMISION "
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:21) = "TRANSFERENCIA RECIBID"
                    ADD Aud-Dinero TO SaldoAcumulado
                WHEN Aud-Operacion(1:21) = "TRANSFERENCIA ENVIADA"
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:21) = "TRANSFERENCIA EXTERNA"
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:25) = "DEVOLUCION TRANSF EXTERNA"
                    ADD Aud-Dinero TO SaldoAcumulado
                WHEN Aud-Operacion(1:17) = "ABONO RECLAMACION"
                    ADD Aud-Dinero TO SaldoAcumulado
                WHEN Aud-Operacion(1:17) = "CARGO RECLAMACION"
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN Aud-Operacion(1:20) = "DISPOSICION PRESTAMO"
                    ADD Aud-Dinero TO SaldoAcumulado
                WHEN Aud-Operacion(1:14) = "CUOTA PRESTAMO"
                    SUBTRACT Aud-Dinero FROM SaldoAcumulado
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
