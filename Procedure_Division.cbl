ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoMovimientos ASSIGN TO "..\movimientos.txt"
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ArchivoInforme ASSIGN TO "..\informe.txt"
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ArchivoRetirosTrabajo ASSIGN TO "..\retiros_trabajo.txt" *>fichero de trabajo de la poda del acumulador
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>retenciones y embargos: lo retenido no se puede cargar
    ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta            PIC 9(5).
   02 Ret-Cuenta   PIC 9(5).
   02 Ret-Fecha    PIC 9(8).
   02 Ret-Importe  PIC 9(5)V99.
   02 Ret-Cliente  PIC 9(5).

FD ArchivoRetirosTrabajo.
01 LineaRetiroTrabajo PIC X(25).

FD ArchivoRetenciones.
01 RegistroRetencion.
   02 RS-IdRetencion      PIC 9(5).
   02 RS-Cuenta           PIC 9(5).
   02 RS-Importe          PIC 9(5)V99.
   02 RS-Moneda           PIC X(3).
   02 RS-Motivo           PIC X(1).
   02 RS-Organismo        PIC X(30).
   02 RS-OrdenRef         PIC X(20).
   02 RS-FechaInicio      PIC 9(8).
   02 RS-FechaFin         PIC 9(8).
   02 RS-Estado           PIC X(1).
      88 Retencion-Activa     VALUE 'A'.
   02 RS-ImporteEjecutado PIC 9(5)V99.
   02 RS-OperadorAlta     PIC 9(5).
   02 RS-OperadorAprueba  PIC 9(5).

FD ArchivoCheckpoint.
01 RegistroCheckpoint.
01 SwRefRechazada         PIC X(1) VALUE 'N'.
   88 Ref-De-Cargo-Rechazado VALUE 'S'.

*> Lo retenido por embargos y retenciones en cada cuenta el dia de
*> proceso: un cargo solo puede usar el saldo no retenido mas el
*> descubierto, igual que en el cajero
01 TablaRetenciones.
   02 FilaRetencion OCCURS 100 TIMES.
      03 RT-Cuenta     PIC 9(5).
      03 RT-Importe    PIC 9(7)V99.
01 ContadorRetenciones PIC 9(3) VALUE 0.
01 IndiceRetencion     PIC 9(3).
01 CuentaRetenida      PIC 9(5).
01 ImporteRetenidoCuenta PIC 9(7)V99 VALUE 0.
01 SwFinRetenciones    PIC X(1) VALUE 'N'.
01 SwRetencionHallada  PIC X(1) VALUE 'N'.
   88 Retencion-Hallada   VALUE 'S'.

*> Desglose del volumen de ESTA ejecucion por canal/terminal
*> (Mov-Canal), para el informe diario de origen del volumen.
01 TablaCanales.
01 VolumenReintegrosUSD PIC 9(7)V99 VALUE ZEROS.
01 VolumenTransfExternasEUR PIC 9(7)V99 VALUE ZEROS.
01 VolumenTransfExternasUSD PIC 9(7)V99 VALUE ZEROS.
01 VolumenComisionesEUR PIC 9(7)V99 VALUE ZEROS.
01 VolumenComisionesUSD PIC 9(7)V99 VALUE ZEROS.
01 VolumenDisposicionesEUR PIC 9(7)V99 VALUE ZEROS.
01 VolumenDisposicionesUSD PIC 9(7)V99 VALUE ZEROS.
01 VolumenCuotasPrestamoEUR PIC 9(7)V99 VALUE ZEROS.
01 VolumenCuotasPrestamoUSD PIC 9(7)V99 VALUE ZEROS.
01 VolumenInteresesPrestamoEUR PIC 9(7)V99 VALUE ZEROS.
01 VolumenInteresesPrestamoUSD PIC 9(7)V99 VALUE ZEROS.
01 FechaProceso         PIC 9(8).
01 NumAsiento           PIC 9(4) VALUE 0.
*> Cuentas del plan contable al que exportamos: caja de los
*> cajeros, depositos a la vista de clientes, bancos
*> corresponsales para lo que sale hacia otros bancos, e ingresos
*> por comisiones de servicio cobradas a los clientes. Lo que
*> mueve el canal PRES (disposiciones y capital de las cuotas de
*> prestamos) no es efectivo: va contra la cartera de prestamos a
*> clientes; los intereses de las cuotas llegan por el canal PRIN
*> y son ingresos por intereses.
01 CuentaGLCaja         PIC 9(8) VALUE 57000000.
01 CuentaGLDepositos    PIC 9(8) VALUE 41000000.
01 CuentaGLCorresponsal PIC 9(8) VALUE 51300000.
01 CuentaGLComisiones   PIC 9(8) VALUE 70500000.
01 CuentaGLInteresesPrestamos PIC 9(8) VALUE 76200000.
01 CuentaGLPrestamos    PIC 9(8) VALUE 25200000.
01 AsientoImporte       PIC 9(9)V99.
01 AsientoMoneda        PIC X(3).
01 AsientoConcepto      PIC X(30).

PROCEDURE DIVISION.
    PERFORM LEER-CHECKPOINT
    PERFORM LEER-FECHA-NEGOCIO
    PERFORM CARGAR-RETENCIONES
    MOVE TotalBancoEUR TO TotalBancoInicioEUR
    MOVE TotalBancoUSD TO TotalBancoInicioUSD

        IF Movimiento-Aplicado
            *> 'X' (transferencia a otro banco) saca dinero del banco
            *> igual que un reintegro; 'T' en cambio es neutra dentro
            *> del banco y sigue fuera de los totales. 'C' (comision
            *> por operacion) baja los saldos de clientes igual que un
            *> cargo, aunque el dinero se quede en la casa
            EVALUATE TRUE
                WHEN TipoOperacion = 'I' AND Mov-Moneda = 'USD'
                    ADD Cantidad TO TotalBancoUSD
                    SUBTRACT Cantidad FROM TotalBancoUSD
                WHEN TipoOperacion = 'X'
                    SUBTRACT Cantidad FROM TotalBancoEUR
                WHEN TipoOperacion = 'C' AND Mov-Moneda = 'USD'
                    SUBTRACT Cantidad FROM TotalBancoUSD
                WHEN TipoOperacion = 'C'
                    SUBTRACT Cantidad FROM TotalBancoEUR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

*> ---------------------------------------------------------------
*> Poda del acumulador de retiradas diarias del cajero: el limite
*> es por dia, pero las retiradas gratuitas de la tarifa de
*> comisiones se cuentan por mes, asi que se conservan las lineas
*> del mes en curso y solo se podan las de meses ya pasados, que
*> engordarian el fichero que precisamente quiere ser pequeno.
*> El fichero nunca se deja vacio (centinela de cuenta 00000 si no
*> quedo nada): un acumulador vacio es la senal que hace al cajero
*> reconstruirlo con su barrido completo de historial.txt
        AT END MOVE 'S' TO SwFinCorte
    END-READ
    PERFORM UNTIL SwFinCorte = 'S'
        IF Ret-Fecha(1:6) >= FechaProceso(1:6)
            MOVE RegistroRetiroDia TO LineaRetiroTrabajo
            WRITE LineaRetiroTrabajo
        ELSE
        MOVE 0 TO Ret-Cuenta
        MOVE FechaProceso TO Ret-Fecha
        MOVE 0 TO Ret-Importe
        MOVE 0 TO Ret-Cliente
        WRITE RegistroRetiroDia
    END-IF
    CLOSE ArchivoRetirosDia
          ArchivoRetirosTrabajo

    IF ContadorPodados > 0
        DISPLAY "Acumulador de retiradas podado: " ContadorPodados " linea(s) de meses pasados retiradas."
    END-IF.

*> ---------------------------------------------------------------
            EVALUATE TipoOperacion
                WHEN 'I'
                    ADD Cantidad TO Saldo
                WHEN 'R' WHEN 'C'
                    *> Mismo control que el cajero: el cargo (o la
                    *> comision) puede dejar el saldo en negativo
                    *> solo hasta el descubierto autorizado, y sin
                    *> tocar lo retenido por embargos o retenciones
                    MOVE Cuenta TO CuentaRetenida
                    PERFORM BUSCAR-RETENCION-CUENTA
                    IF Cantidad > Saldo + LimiteSobregiro
                        DISPLAY "Aviso: el cargo de la cuenta " Cuenta " supera el saldo y su descubierto autorizado."
                        MOVE "SALDO INSUFICIENTE" TO MotivoRechazo
                        PERFORM REGISTRAR-RECHAZO
                        MOVE 'N' TO SwMovimientoAplicado
                    ELSE
                        IF Cantidad > Saldo + LimiteSobregiro - ImporteRetenidoCuenta
                            DISPLAY "Aviso: el cargo de la cuenta " Cuenta " tocaria saldo retenido por embargo o retencion."
                            MOVE "SALDO RETENIDO" TO MotivoRechazo
                            PERFORM REGISTRAR-RECHAZO
                            MOVE 'N' TO SwMovimientoAplicado
                        ELSE
                            SUBTRACT Cantidad FROM Saldo
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Carga lo retenido por cuenta el dia de proceso: solo cuentan las
*> retenciones activas (aprobadas) cuyas fechas cubren ese dia
*> ---------------------------------------------------------------
CARGAR-RETENCIONES.
    MOVE 0 TO ContadorRetenciones
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF Retencion-Activa AND RS-FechaInicio <= FechaProceso
           AND (RS-FechaFin = 0 OR RS-FechaFin >= FechaProceso)
            MOVE RS-Cuenta TO CuentaRetenida
            PERFORM BUSCAR-RETENCION-CUENTA
            IF Retencion-Hallada
                ADD RS-Importe TO RT-Importe(IndiceRetencion)
            ELSE
                IF ContadorRetenciones < 100
                    ADD 1 TO ContadorRetenciones
                    MOVE RS-Cuenta TO RT-Cuenta(ContadorRetenciones)
                    MOVE RS-Importe TO RT-Importe(ContadorRetenciones)
                END-IF
            END-IF
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones.

*> ---------------------------------------------------------------
*> Deja en ImporteRetenidoCuenta lo retenido en CuentaRetenida
*> (cero si la cuenta no tiene retenciones en vigor)
*> ---------------------------------------------------------------
BUSCAR-RETENCION-CUENTA.
    MOVE 'N' TO SwRetencionHallada
    MOVE 0 TO ImporteRetenidoCuenta
    MOVE 1 TO IndiceRetencion
    PERFORM UNTIL IndiceRetencion > ContadorRetenciones OR Retencion-Hallada
        IF RT-Cuenta(IndiceRetencion) = CuentaRetenida
            MOVE 'S' TO SwRetencionHallada
            MOVE RT-Importe(IndiceRetencion) TO ImporteRetenidoCuenta
        ELSE
            ADD 1 TO IndiceRetencion
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Deja constancia en movimientos_rechazados.txt del movimiento
*> que no se pudo aplicar, para que un operador lo revise despues
                SUBTRACT Cantidad FROM CN-TotalUSD(IndiceCanal)
            WHEN TipoOperacion = 'X'
                SUBTRACT Cantidad FROM CN-TotalEUR(IndiceCanal)
            WHEN TipoOperacion = 'C' AND Mov-Moneda = 'USD'
                SUBTRACT Cantidad FROM CN-TotalUSD(IndiceCanal)
            WHEN TipoOperacion = 'C'
                SUBTRACT Cantidad FROM CN-TotalEUR(IndiceCanal)
            WHEN OTHER
                CONTINUE
        END-EVALUATE

*> ---------------------------------------------------------------
*> Suma el importe de este movimiento a su cubo bruto por tipo y
*> divisa (ingresos, reintegros, transferencias a otros bancos y
*> comisiones por separado, sin compensar), que es lo que el
*> diario contable necesita asentar
*> ---------------------------------------------------------------
ACUMULAR-PARA-DIARIO.
    EVALUATE TRUE
        WHEN Mov-Canal = "PRES" AND TipoOperacion = 'I' AND Mov-Moneda = 'USD'
            ADD Cantidad TO VolumenDisposicionesUSD
        WHEN Mov-Canal = "PRES" AND TipoOperacion = 'I'
            ADD Cantidad TO VolumenDisposicionesEUR
        WHEN Mov-Canal = "PRES" AND TipoOperacion = 'R' AND Mov-Moneda = 'USD'
            ADD Cantidad TO VolumenCuotasPrestamoUSD
        WHEN Mov-Canal = "PRES" AND TipoOperacion = 'R'
            ADD Cantidad TO VolumenCuotasPrestamoEUR
        WHEN Mov-Canal = "PRIN" AND TipoOperacion = 'R' AND Mov-Moneda = 'USD'
            ADD Cantidad TO VolumenInteresesPrestamoUSD
        WHEN Mov-Canal = "PRIN" AND TipoOperacion = 'R'
            ADD Cantidad TO VolumenInteresesPrestamoEUR
        WHEN TipoOperacion = 'I' AND Mov-Moneda = 'USD'
            ADD Cantidad TO VolumenIngresosUSD
        WHEN TipoOperacion = 'I'
            ADD Cantidad TO VolumenTransfExternasUSD
        WHEN TipoOperacion = 'X'
            ADD Cantidad TO VolumenTransfExternasEUR
        WHEN TipoOperacion = 'C' AND Mov-Moneda = 'USD'
            ADD Cantidad TO VolumenComisionesUSD
        WHEN TipoOperacion = 'C'
            ADD Cantidad TO VolumenComisionesEUR
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
*> ---------------------------------------------------------------
*> Vuelca el volumen de ESTA ejecucion a diario_contable.txt como
*> asientos de partida doble: los ingresos entran por caja y se
*> abonan a los depositos de clientes, y los reintegros al reves;
*> las comisiones salen de los depositos hacia su propia cuenta de
*> ingresos. Las disposiciones de prestamos salen de la cartera de
*> prestamos hacia los depositos; el capital de las cuotas vuelve a
*> ella y sus intereses van a ingresos por intereses, de modo que la
*> cartera queda a cero cuando el prestamo se amortiza. Solo se
*> asientan los cubos con importe, uno por tipo y divisa.
*> ---------------------------------------------------------------
GENERAR-DIARIO-CONTABLE.
    PERFORM LEER-FECHA-NEGOCIO
    MOVE 0 TO NumAsiento
    OPEN OUTPUT ArchivoDiario

        MOVE CuentaGLCorresponsal TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenComisionesEUR > 0
        MOVE VolumenComisionesEUR TO AsientoImporte
        MOVE "EUR" TO AsientoMoneda
        MOVE "COMISIONES COBRADAS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLComisiones TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenComisionesUSD > 0
        MOVE VolumenComisionesUSD TO AsientoImporte
        MOVE "USD" TO AsientoMoneda
        MOVE "COMISIONES COBRADAS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLComisiones TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenDisposicionesEUR > 0
        MOVE VolumenDisposicionesEUR TO AsientoImporte
        MOVE "EUR" TO AsientoMoneda
        MOVE "DISPOSICIONES DE PRESTAMOS" TO AsientoConcepto
        MOVE CuentaGLPrestamos TO AsientoCuentaDebe
        MOVE CuentaGLDepositos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenDisposicionesUSD > 0
        MOVE VolumenDisposicionesUSD TO AsientoImporte
        MOVE "USD" TO AsientoMoneda
        MOVE "DISPOSICIONES DE PRESTAMOS" TO AsientoConcepto
        MOVE CuentaGLPrestamos TO AsientoCuentaDebe
        MOVE CuentaGLDepositos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenCuotasPrestamoEUR > 0
        MOVE VolumenCuotasPrestamoEUR TO AsientoImporte
        MOVE "EUR" TO AsientoMoneda
        MOVE "CUOTAS DE PRESTAMOS COBRADAS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLPrestamos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenCuotasPrestamoUSD > 0
        MOVE VolumenCuotasPrestamoUSD TO AsientoImporte
        MOVE "USD" TO AsientoMoneda
        MOVE "CUOTAS DE PRESTAMOS COBRADAS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLPrestamos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenInteresesPrestamoEUR > 0
        MOVE VolumenInteresesPrestamoEUR TO AsientoImporte
        MOVE "EUR" TO AsientoMoneda
        MOVE "INTERESES DE PRESTAMOS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLInteresesPrestamos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF
    IF VolumenInteresesPrestamoUSD > 0
        MOVE VolumenInteresesPrestamoUSD TO AsientoImporte
        MOVE "USD" TO AsientoMoneda
        MOVE "INTERESES DE PRESTAMOS" TO AsientoConcepto
        MOVE CuentaGLDepositos TO AsientoCuentaDebe
        MOVE CuentaGLInteresesPrestamos TO AsientoCuentaHaber
        PERFORM ESCRIBIR-ASIENTO
    END-IF

    CLOSE ArchivoDiario.

        WRITE LineaInforme
        ADD 1 TO IndiceCanal
    END-PERFORM.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaProceso FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaProceso
    END-READ
    CLOSE ArchivoFechaNegocio.
