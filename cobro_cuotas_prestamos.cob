           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CobroCuotasPrestamos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios; sabados y domingos son siempre inhabiles
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoPrestamos ASSIGN TO "..\prestamos.dat" *>maestro de prestamos personales que da de alta MantenimientoPrestamos
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoPrestamosTrabajo ASSIGN TO "..\prestamos_trabajo.txt" *>fichero de trabajo para regrabar el maestro con los cobros de hoy
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoCuotas ASSIGN TO "..\cuadro_amortizacion.dat" *>cuadro de amortizacion: una linea por cuota de cada prestamo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoCuotasTrabajo ASSIGN TO "..\cuadro_trabajo.txt" *>fichero de trabajo para regrabar el cuadro con las cuotas de hoy anotadas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>cargos de las cuotas, que aplica ProcesadorBatch a continuacion
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoReferencia ASSIGN TO "..\referencia.dat" *>fichero de control con el ultimo numero de referencia usado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAvisos ASSIGN TO "..\avisos_pendientes.txt" *>cola de avisos a clientes, que ImprimirAvisos formatea para el correo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>solo lectura: saldo, descubierto y estado de la cuenta de cargo
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoCuentas.

    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>retenciones y embargos: lo retenido no paga cuotas
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFestivos.
01 RegistroFestivo.
   02 Fes-Fecha        PIC 9(8).
   02 Fes-Descripcion  PIC X(30).

FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoPrestamos.
01 RegistroPrestamo.
   02 Pre-IdPrestamo       PIC 9(5).
   02 Pre-Cliente          PIC 9(5).
   02 Pre-CuentaCargo      PIC 9(5).
   02 Pre-Moneda           PIC X(3).
   02 Pre-Principal        PIC 9(5)V99.
   02 Pre-TipoInteres      PIC 9(2)V99.
   02 Pre-Plazo            PIC 9(3).
   02 Pre-Cuota            PIC 9(4)V99.
   02 Pre-DiaCobro         PIC 9(2).
   02 Pre-FechaConcesion   PIC 9(8).
   02 Pre-CapitalPendiente PIC 9(5)V99.
   02 Pre-CuotasPagadas    PIC 9(3).
   02 Pre-CuotasImpagadas  PIC 9(3).
   02 Pre-ImporteImpagado  PIC 9(5)V99.
   02 Pre-Estado           PIC X(1).
      88 Prestamo-Vigente     VALUE 'V'.
      88 Prestamo-EnMora      VALUE 'M'.
      88 Prestamo-Amortizado  VALUE 'A'.
   02 Pre-Operador         PIC 9(5).

FD ArchivoPrestamosTrabajo.
01 LineaPrestamoTrabajo   PIC X(74).

FD ArchivoCuotas.
01 RegistroCuota.
   02 Cuo-Prestamo         PIC 9(5).
   02 Cuo-Numero           PIC 9(3).
   02 Cuo-Vencimiento      PIC 9(8).
   02 Cuo-Importe          PIC 9(4)V99.
   02 Cuo-Capital          PIC 9(4)V99.
   02 Cuo-Intereses        PIC 9(4)V99.
   02 Cuo-CapitalPendiente PIC 9(5)V99.
   02 Cuo-Estado           PIC X(1).
      88 Cuota-Pendiente      VALUE 'P'.
      88 Cuota-Cobrada        VALUE 'C'.
      88 Cuota-Impagada       VALUE 'M'.
   02 Cuo-FechaCobro       PIC 9(8).
   02 Cuo-Referencia       PIC 9(7).

FD ArchivoCuotasTrabajo.
01 LineaCuotaTrabajo      PIC X(57).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta            PIC 9(5).
   02 MovTipoOperacion   PIC X(1).
   02 Cantidad           PIC 9(4)V99.
   02 Mov-Fecha          PIC 9(8).
   02 Mov-Hora           PIC 9(6).
   02 Mov-Referencia     PIC 9(7).
   02 Mov-Origen         PIC X(1).
      88 Origen-Externo     VALUE 'E'.
   02 Mov-Moneda         PIC X(3).
   02 Mov-Canal          PIC X(4).

FD ArchivoReferencia.
01 LineaReferencia       PIC 9(7).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Aud-Cuenta            PIC 9(5).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Operacion         PIC X(30).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Dinero            PIC 9(5)V99.
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-Moneda            PIC X(3).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Fecha             PIC 9(8).
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-Hora              PIC 9(6).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-CuentaRelacionada PIC 9(5).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Referencia        PIC 9(7).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-MonedaOriginal    PIC X(3).

FD ArchivoAvisos.
01 RegistroAviso.
   02 Avi-Cliente   PIC 9(5).
   02 Avi-Cuenta    PIC 9(5).
   02 Avi-Evento    PIC X(2).
      88 Aviso-SaldoInsuficiente VALUE "SI".
      88 Aviso-SobreAjustado     VALUE "SA".
      88 Aviso-Descubierto       VALUE "DS".
      88 Aviso-Comision          VALUE "CM".
      88 Aviso-Devolucion        VALUE "DV".
      88 Aviso-CierreCuenta      VALUE "CC".
      88 Aviso-CuotaImpagada     VALUE "PM".
   02 Avi-Importe   PIC 9(5)V99.
   02 Avi-Moneda    PIC X(3).
   02 Avi-Fecha     PIC 9(8).
   02 Avi-Estado    PIC X(1).
      88 Aviso-Pendiente VALUE 'P'.
      88 Aviso-Enviado   VALUE 'E'.

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 Nombre             PIC X(15).
   02 Saldo              PIC S9(5)V99.
   02 Moneda             PIC X(3).
   02 CuentaPIN          PIC 9(4).
   02 IntentosFallidos   PIC 9(1).
   02 EstadoCuenta       PIC X(1).
      88 Cuenta-Activa     VALUE 'A'.
      88 Cuenta-Bloqueada  VALUE 'B'.
      88 Cuenta-Cerrada    VALUE 'C'.
   02 ClienteTitular     PIC 9(5).
   02 LimiteSobregiro    PIC 9(5)V99.
   02 TipoProducto       PIC X(1).
      88 Producto-Corriente VALUE 'C'.
      88 Producto-Ahorro    VALUE 'A'.
      88 Producto-Empresa   VALUE 'E'.
   02 CambioPINPendiente PIC X(1).
      88 Cambio-PIN-Pendiente VALUE 'S'.

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

WORKING-STORAGE SECTION.
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 SwFinPrestamos    PIC X(1) VALUE 'N'.
01 SwFinCuotas       PIC X(1) VALUE 'N'.
01 SwFinTrabajo      PIC X(1) VALUE 'N'.
01 SwFinMovimientos  PIC X(1) VALUE 'N'.
01 ContadorReferencia PIC 9(7) VALUE 0.

01 EstadoCuentas    PIC X(2).
   88 EstadoCuentas-OK            VALUE '00'.

*> Prestamos vivos en memoria mientras se recorre el cuadro: cada
*> cuota cobrada o impagada actualiza aqui su prestamo, y al final
*> el maestro se regraba con estas filas
01 TablaPrestamos.
   02 FilaPrestamo OCCURS 300 TIMES.
      03 TP-IdPrestamo   PIC 9(5).
      03 TP-Registro     PIC X(74).
      03 TP-FalloHoy     PIC X(1).
01 ContadorPrestamos   PIC 9(3) VALUE 0.
01 IndicePrestamo      PIC 9(3).
01 PrestamoBuscado     PIC 9(5).
01 SwPrestamoHallado   PIC X(1) VALUE 'N'.
   88 Prestamo-Hallado    VALUE 'S'.

*> Fondos de la cuenta de cargo: saldo mas descubierto autorizado,
*> menos los cargos externos que ya esperan en movimientos.txt
*> para esta noche (ordenes permanentes, cuotas ya generadas...),
*> que el batch aplicara antes que la cuota
01 Disponible          PIC S9(6)V99.
01 CargosPendientes    PIC 9(6)V99.
01 SwFondosSuficientes PIC X(1) VALUE 'N'.
   88 Fondos-Suficientes  VALUE 'S'.
01 MotivoImpago        PIC X(30).

*> Lo retenido por embargos y retenciones en cada cuenta el dia de
*> negocio, que tampoco esta disponible para la cuota
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

01 ContadorCobradas    PIC 9(5) VALUE 0.
01 ContadorImpagadas   PIC 9(5) VALUE 0.
01 ContadorSiguenImpagadas PIC 9(5) VALUE 0.
01 ContadorAmortizados PIC 9(5) VALUE 0.
01 TotalCobrado        PIC 9(7)V99 VALUE 0.
01 TotalBonito         PIC Z(6)9.99.
01 ImporteBonito       PIC ZZZ9.99.
01 TextoCuota          PIC X(30).

*> Canales de origen de los movimientos generados por este proceso:
*> cada cuota sale en dos cargos con la misma referencia, el
*> capital por PRES, que ProcesadorBatch asienta contra la cartera
*> de prestamos, y los intereses por PRIN, que asienta contra la
*> cuenta de ingresos por intereses
01 CodigoCanal        PIC X(4) VALUE "PRES".
01 CodigoCanalIntereses PIC X(4) VALUE "PRIN".

*> Calendario bancario: un dia es habil si no es sabado, domingo
*> ni festivo de festivos.dat
01 TablaFestivos.
   02 FilaFestivo OCCURS 60 TIMES.
      03 FE-Fecha      PIC 9(8).
01 ContadorFestivos    PIC 9(2) VALUE 0.
01 IndiceFestivo       PIC 9(2).
01 SwFinFestivos       PIC X(1) VALUE 'N'.
01 FechaComprobar      PIC 9(8).
01 EnteroComprobar     PIC 9(7).
01 SemanasEnteras      PIC 9(7).
01 DiaSemana           PIC 9(1).
01 SwDiaHabil          PIC X(1) VALUE 'S'.
   88 Dia-Habil           VALUE 'S'.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO
    ACCEPT HoraActual FROM TIME

    *> En dia inhabil no se cobra nada: las cuotas que vencen hoy
    *> siguen pendientes y se cobran el siguiente dia habil, porque
    *> entonces ya tienen el vencimiento pasado
    PERFORM CARGAR-FESTIVOS
    MOVE FechaHoy TO FechaComprobar
    PERFORM COMPROBAR-DIA-HABIL
    IF NOT Dia-Habil
        DISPLAY "Dia inhabil " FechaHoy ": las cuotas del dia se cobran el siguiente dia habil."
        STOP RUN
    END-IF

    OPEN INPUT ArchivoCuentas
    IF NOT EstadoCuentas-OK
        DISPLAY "Error: el archivo de cuentas no esta disponible. Codigo: " EstadoCuentas
        STOP RUN
    END-IF

    PERFORM CARGAR-PRESTAMOS
    PERFORM CARGAR-RETENCIONES

    OPEN INPUT ArchivoCuotas
    OPEN OUTPUT ArchivoCuotasTrabajo
    READ ArchivoCuotas
        AT END MOVE 'S' TO SwFinCuotas
    END-READ
    PERFORM UNTIL SwFinCuotas = 'S'
        IF Cuota-Impagada
           OR (Cuota-Pendiente AND Cuo-Vencimiento <= FechaHoy)
            PERFORM TRATAR-CUOTA-VENCIDA
        END-IF
        MOVE RegistroCuota TO LineaCuotaTrabajo
        WRITE LineaCuotaTrabajo
        READ ArchivoCuotas
            AT END MOVE 'S' TO SwFinCuotas
        END-READ
    END-PERFORM
    CLOSE ArchivoCuotas
          ArchivoCuotasTrabajo
          ArchivoCuentas

    PERFORM REGRABAR-CUADRO
    PERFORM REGRABAR-PRESTAMOS

    MOVE TotalCobrado TO TotalBonito
    DISPLAY "PROCESO DE COBRO DE CUOTAS DE PRESTAMOS TERMINADO."
    DISPLAY "Cuotas cobradas: " ContadorCobradas " por " TotalBonito ". Prestamos amortizados hoy: " ContadorAmortizados "."
    DISPLAY "Cuotas impagadas nuevas: " ContadorImpagadas ". Impagadas que siguen sin fondos: " ContadorSiguenImpagadas "."
    STOP RUN.

*> ---------------------------------------------------------------
*> Carga en memoria los prestamos que aun tienen cuotas por cobrar
*> ---------------------------------------------------------------
CARGAR-PRESTAMOS.
    MOVE 0 TO ContadorPrestamos
    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S'
        IF NOT Prestamo-Amortizado
            IF ContadorPrestamos < 300
                ADD 1 TO ContadorPrestamos
                MOVE Pre-IdPrestamo TO TP-IdPrestamo(ContadorPrestamos)
                MOVE RegistroPrestamo TO TP-Registro(ContadorPrestamos)
                MOVE 'N' TO TP-FalloHoy(ContadorPrestamos)
            ELSE
                DISPLAY "Aviso: mas de 300 prestamos vivos; las cuotas del prestamo " Pre-IdPrestamo " no se tratan esta noche."
            END-IF
        END-IF
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinPrestamos
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos.

*> ---------------------------------------------------------------
*> Cuota vencida (o impagada de dias anteriores): se cobra si la
*> cuenta de cargo tiene fondos. Las cuotas de un prestamo van en
*> orden en el cuadro, asi que en cuanto una no se puede cobrar las
*> siguientes del mismo prestamo ya no se intentan esta noche: nunca
*> se cobra una cuota dejando impagada otra anterior
*> ---------------------------------------------------------------
TRATAR-CUOTA-VENCIDA.
    MOVE Cuo-Prestamo TO PrestamoBuscado
    PERFORM BUSCAR-PRESTAMO
    IF NOT Prestamo-Hallado
        EXIT PARAGRAPH
    END-IF
    MOVE TP-Registro(IndicePrestamo) TO RegistroPrestamo
    MOVE SPACES TO TextoCuota
    STRING Cuo-Prestamo "/" Cuo-Numero DELIMITED BY SIZE INTO TextoCuota

    IF TP-FalloHoy(IndicePrestamo) = 'S'
        MOVE "CUOTA ANTERIOR IMPAGADA" TO MotivoImpago
        MOVE 'N' TO SwFondosSuficientes
    ELSE
        PERFORM COMPROBAR-FONDOS
    END-IF

    IF Fondos-Suficientes
        PERFORM COBRAR-CUOTA
    ELSE
        MOVE 'S' TO TP-FalloHoy(IndicePrestamo)
        IF Cuota-Pendiente
            PERFORM MARCAR-CUOTA-IMPAGADA
        ELSE
            ADD 1 TO ContadorSiguenImpagadas
        END-IF
    END-IF
    MOVE RegistroPrestamo TO TP-Registro(IndicePrestamo).

*> ---------------------------------------------------------------
*> Localiza en la tabla el prestamo PrestamoBuscado
*> ---------------------------------------------------------------
BUSCAR-PRESTAMO.
    MOVE 'N' TO SwPrestamoHallado
    MOVE 1 TO IndicePrestamo
    PERFORM UNTIL IndicePrestamo > ContadorPrestamos OR Prestamo-Hallado
        IF TP-IdPrestamo(IndicePrestamo) = PrestamoBuscado
            MOVE 'S' TO SwPrestamoHallado
        ELSE
            ADD 1 TO IndicePrestamo
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Mismo control que aplicara el batch: el cargo puede dejar el
*> saldo en negativo solo hasta el descubierto autorizado. Se
*> descuentan antes los cargos externos de esta noche que ya estan
*> en movimientos.txt, para no generar una cuota que el batch
*> tendria que rechazar despues
*> ---------------------------------------------------------------
COMPROBAR-FONDOS.
    MOVE 'N' TO SwFondosSuficientes
    MOVE Pre-CuentaCargo TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            MOVE "CUENTA DE CARGO NO EXISTE" TO MotivoImpago
            EXIT PARAGRAPH
    END-READ
    IF Cuenta-Cerrada
        MOVE "CUENTA DE CARGO CERRADA" TO MotivoImpago
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO CargosPendientes
    MOVE 'N' TO SwFinMovimientos
    OPEN INPUT ArchivoMovimientos
    READ ArchivoMovimientos
        AT END MOVE 'S' TO SwFinMovimientos
    END-READ
    PERFORM UNTIL SwFinMovimientos = 'S'
        IF Cuenta = Pre-CuentaCargo AND Origen-Externo
           AND (MovTipoOperacion = 'R' OR MovTipoOperacion = 'C'
                OR MovTipoOperacion = 'X')
            ADD Cantidad TO CargosPendientes
        END-IF
        READ ArchivoMovimientos
            AT END MOVE 'S' TO SwFinMovimientos
        END-READ
    END-PERFORM
    CLOSE ArchivoMovimientos

    COMPUTE Disponible = Saldo + LimiteSobregiro - CargosPendientes
    IF Cuo-Importe > Disponible
        MOVE "SALDO INSUFICIENTE" TO MotivoImpago
        EXIT PARAGRAPH
    END-IF

    *> Lo retenido por un embargo no puede pagar la cuota
    MOVE Pre-CuentaCargo TO CuentaRetenida
    PERFORM BUSCAR-RETENCION-CUENTA
    IF Cuo-Importe > Disponible - ImporteRetenidoCuenta
        MOVE "SALDO RETENIDO POR EMBARGO" TO MotivoImpago
    ELSE
        MOVE 'S' TO SwFondosSuficientes
    END-IF.

*> ---------------------------------------------------------------
*> Carga lo retenido por cuenta el dia de negocio: solo cuentan las
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
        IF Retencion-Activa AND RS-FechaInicio <= FechaHoy
           AND (RS-FechaFin = 0 OR RS-FechaFin >= FechaHoy)
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
*> Genera los cargos de la cuota para el batch (capital e
*> intereses por separado, con una sola referencia), la deja en
*> historial.txt por su importe entero y anota el cobro en la cuota
*> y en su prestamo. Una cuota que estaba impagada sale de la mora
*> ---------------------------------------------------------------
COBRAR-CUOTA.
    PERFORM GENERAR-REFERENCIA
    IF Cuo-Capital > 0
        MOVE Cuo-Capital TO Cantidad
        MOVE CodigoCanal TO Mov-Canal
        PERFORM ESCRIBIR-CARGO-CUOTA
    END-IF
    IF Cuo-Intereses > 0
        MOVE Cuo-Intereses TO Cantidad
        MOVE CodigoCanalIntereses TO Mov-Canal
        PERFORM ESCRIBIR-CARGO-CUOTA
    END-IF

    MOVE Pre-CuentaCargo TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "CUOTA PRESTAMO " TextoCuota
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE Cuo-Importe TO Aud-Dinero
    MOVE Pre-Moneda TO Aud-Moneda
    MOVE ZEROS TO Aud-CuentaRelacionada
    MOVE ContadorReferencia TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    IF Cuota-Impagada
        SUBTRACT 1 FROM Pre-CuotasImpagadas
        SUBTRACT Cuo-Importe FROM Pre-ImporteImpagado
    END-IF
    MOVE 'C' TO Cuo-Estado
    MOVE FechaHoy TO Cuo-FechaCobro
    MOVE ContadorReferencia TO Cuo-Referencia

    ADD 1 TO Pre-CuotasPagadas
    SUBTRACT Cuo-Capital FROM Pre-CapitalPendiente
    EVALUATE TRUE
        WHEN Pre-CuotasPagadas >= Pre-Plazo
            MOVE 'A' TO Pre-Estado
            MOVE 0 TO Pre-CapitalPendiente
            ADD 1 TO ContadorAmortizados
        WHEN Pre-CuotasImpagadas > 0
            MOVE 'M' TO Pre-Estado
        WHEN OTHER
            MOVE 'V' TO Pre-Estado
    END-EVALUATE

    ADD 1 TO ContadorCobradas
    ADD Cuo-Importe TO TotalCobrado
    MOVE Cuo-Importe TO ImporteBonito
    DISPLAY "Cuota " TextoCuota " cobrada en la cuenta " Pre-CuentaCargo
            " por " ImporteBonito " " Pre-Moneda ", ref " ContadorReferencia.

*> ---------------------------------------------------------------
*> Escribe en movimientos.txt un cargo de la cuota por Cantidad y
*> con el canal de Mov-Canal
*> ---------------------------------------------------------------
ESCRIBIR-CARGO-CUOTA.
    MOVE Pre-CuentaCargo TO Cuenta
    MOVE 'R' TO MovTipoOperacion
    MOVE FechaHoy TO Mov-Fecha
    MOVE HoraActual TO Mov-Hora
    MOVE ContadorReferencia TO Mov-Referencia
    MOVE 'E' TO Mov-Origen
    MOVE Pre-Moneda TO Mov-Moneda
    OPEN EXTEND ArchivoMovimientos
    WRITE RegistroMovimiento
    CLOSE ArchivoMovimientos.

*> ---------------------------------------------------------------
*> Primera vez que una cuota no se puede cobrar: pasa a impagada,
*> el prestamo entra en mora, queda constancia en historial.txt
*> (sin importe movido ni referencia) y se avisa al cliente. Las
*> noches siguientes se reintenta sin volver a avisar
*> ---------------------------------------------------------------
MARCAR-CUOTA-IMPAGADA.
    MOVE 'M' TO Cuo-Estado
    ADD 1 TO Pre-CuotasImpagadas
    ADD Cuo-Importe TO Pre-ImporteImpagado
    MOVE 'M' TO Pre-Estado

    MOVE Pre-CuentaCargo TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "IMPAGO PRESTAMO " TextoCuota
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE Cuo-Importe TO Aud-Dinero
    MOVE Pre-Moneda TO Aud-Moneda
    MOVE ZEROS TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    MOVE Pre-Cliente TO Avi-Cliente
    MOVE Pre-CuentaCargo TO Avi-Cuenta
    MOVE "PM" TO Avi-Evento
    MOVE Cuo-Importe TO Avi-Importe
    MOVE Pre-Moneda TO Avi-Moneda
    MOVE FechaHoy TO Avi-Fecha
    MOVE 'P' TO Avi-Estado
    OPEN EXTEND ArchivoAvisos
    WRITE RegistroAviso
    CLOSE ArchivoAvisos

    ADD 1 TO ContadorImpagadas
    MOVE Cuo-Importe TO ImporteBonito
    DISPLAY "Cuota " TextoCuota " IMPAGADA (" MotivoImpago "): " ImporteBonito " " Pre-Moneda
            " en la cuenta " Pre-CuentaCargo ". Prestamo en mora.".

*> ---------------------------------------------------------------
*> Vuelve a escribir el cuadro desde el fichero de trabajo, con las
*> cuotas de hoy ya anotadas
*> ---------------------------------------------------------------
REGRABAR-CUADRO.
    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoCuotas
    OPEN INPUT ArchivoCuotasTrabajo
    READ ArchivoCuotasTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaCuotaTrabajo TO RegistroCuota
        WRITE RegistroCuota
        READ ArchivoCuotasTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoCuotas
          ArchivoCuotasTrabajo.

*> ---------------------------------------------------------------
*> Regraba el maestro de prestamos: cada prestamo cargado en la
*> tabla sale con su version actualizada y el resto tal cual
*> ---------------------------------------------------------------
REGRABAR-PRESTAMOS.
    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    OPEN OUTPUT ArchivoPrestamosTrabajo
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S'
        MOVE Pre-IdPrestamo TO PrestamoBuscado
        PERFORM BUSCAR-PRESTAMO
        IF Prestamo-Hallado
            MOVE TP-Registro(IndicePrestamo) TO LineaPrestamoTrabajo
        ELSE
            MOVE RegistroPrestamo TO LineaPrestamoTrabajo
        END-IF
        WRITE LineaPrestamoTrabajo
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinPrestamos
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos
          ArchivoPrestamosTrabajo

    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoPrestamos
    OPEN INPUT ArchivoPrestamosTrabajo
    READ ArchivoPrestamosTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaPrestamoTrabajo TO RegistroPrestamo
        WRITE RegistroPrestamo
        READ ArchivoPrestamosTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos
          ArchivoPrestamosTrabajo.

*> ---------------------------------------------------------------
*> Genera el siguiente numero de referencia a partir del control
*> compartido con MotorCajero
*> ---------------------------------------------------------------
GENERAR-REFERENCIA.
    OPEN INPUT ArchivoReferencia
    READ ArchivoReferencia
        AT END MOVE 0 TO LineaReferencia
    END-READ
    CLOSE ArchivoReferencia
    ADD 1 TO LineaReferencia GIVING ContadorReferencia
    MOVE ContadorReferencia TO LineaReferencia
    OPEN OUTPUT ArchivoReferencia
    WRITE LineaReferencia
    CLOSE ArchivoReferencia.

*> ---------------------------------------------------------------
*> Anota una linea de auditoria en historial.txt
*> ---------------------------------------------------------------
REGISTRAR-AUDITORIA.
    MOVE FechaHoy TO Aud-Fecha
    MOVE HoraActual TO Aud-Hora
    OPEN EXTEND ArchivoAuditoria
    WRITE RegistroAuditoria
    CLOSE ArchivoAuditoria.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaHoy FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaHoy
    END-READ
    CLOSE ArchivoFechaNegocio.

*> ---------------------------------------------------------------
*> Carga en memoria el calendario de festivos bancarios
*> ---------------------------------------------------------------
CARGAR-FESTIVOS.
    MOVE 0 TO ContadorFestivos
    MOVE 'N' TO SwFinFestivos
    OPEN INPUT ArchivoFestivos
    READ ArchivoFestivos
        AT END MOVE 'S' TO SwFinFestivos
    END-READ
    PERFORM UNTIL SwFinFestivos = 'S' OR ContadorFestivos >= 60
        ADD 1 TO ContadorFestivos
        MOVE Fes-Fecha TO FE-Fecha(ContadorFestivos)
        READ ArchivoFestivos
            AT END MOVE 'S' TO SwFinFestivos
        END-READ
    END-PERFORM
    CLOSE ArchivoFestivos.

*> ---------------------------------------------------------------
*> Dice si FechaComprobar es dia habil. El dia 1 de la cuenta de
*> INTEGER-OF-DATE (1 de enero de 1601) fue lunes: resto 6 es
*> sabado y resto 0 es domingo
*> ---------------------------------------------------------------
COMPROBAR-DIA-HABIL.
    MOVE 'S' TO SwDiaHabil
    COMPUTE EnteroComprobar = FUNCTION INTEGER-OF-DATE(FechaComprobar)
    DIVIDE EnteroComprobar BY 7 GIVING SemanasEnteras REMAINDER DiaSemana
    IF DiaSemana = 6 OR DiaSemana = 0
        MOVE 'N' TO SwDiaHabil
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IndiceFestivo
    PERFORM UNTIL IndiceFestivo > ContadorFestivos
        IF FE-Fecha(IndiceFestivo) = FechaComprobar
            MOVE 'N' TO SwDiaHabil
        END-IF
        ADD 1 TO IndiceFestivo
    END-PERFORM.
