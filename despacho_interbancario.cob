           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DespachoInterbancario.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFestivos ASSIGN TO "..\festivos.dat" *>calendario de festivos bancarios; sabados y domingos son siempre inhabiles
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoInterbancario ASSIGN TO "..\transferencias_interbancarias.txt" *>ordenes salientes que deja el cajero, pendientes de enviar al corresponsal
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoInterbancarioTrabajo ASSIGN TO "..\transferencias_trabajo.txt" *>fichero de trabajo del corte: ordenes que llegaron durante la pasada
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoLote ASSIGN DYNAMIC NombreArchivoLote *>lote fechado para el banco corresponsal: cabecera, detalle y totales por divisa
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS EstadoLote.

    SELECT OPTIONAL ArchivoDespachadas ASSIGN TO "..\transferencias_despachadas.txt" *>cada orden ya enviada, con la fecha de su lote y si el corresponsal la devolvio
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDespachadasTrabajo ASSIGN TO "..\despachadas_trabajo.txt" *>fichero de trabajo para marcar las ordenes devueltas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDevoluciones ASSIGN TO "..\devoluciones_interbancarias.txt" *>fichero del corresponsal con las ordenes que no pudo abonar
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDevolucionesTrabajo ASSIGN TO "..\devoluciones_trabajo.txt" *>desborde de la tabla: devoluciones mas alla de la 30 esperan a la proxima pasada
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDevolucionesProcesadas ASSIGN TO "..\devoluciones_procesadas.txt" *>copia permanente de cada devolucion ya tratada, antes de vaciar el fichero de entrada
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>movimientos que alimentan a ProcesadorBatch
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRechazados ASSIGN TO "..\movimientos_rechazados.txt" *>devoluciones que no casan con ninguna orden enviada: a la cola del operador
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt"
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

FD ArchivoInterbancario.
01 RegistroInterbancario.
   02 IB-CuentaOrigen   PIC 9(5).
   02 IB-CuentaExterna  PIC X(20).
   02 IB-Importe        PIC 9(7)V99.
   02 IB-Moneda         PIC X(3).
   02 IB-Fecha          PIC 9(8).
   02 IB-Hora           PIC 9(6).
   02 IB-Referencia     PIC 9(7).

FD ArchivoInterbancarioTrabajo.
01 LineaInterbancarioTrabajo PIC X(58).

*> Tres clases de registro en el lote, todas del mismo ancho y
*> distinguidas por su primer byte: 'C' cabecera con el total de
*> ordenes, 'D' una orden tal cual la dejo el cajero, y 'T' un
*> registro de totales por cada divisa presente en el lote
FD ArchivoLote.
01 RegistroCabeceraLote.
   02 CL-Tipo           PIC X(1).
   02 CL-FechaLote      PIC 9(8).
   02 CL-HoraLote       PIC 9(6).
   02 CL-Ordenante      PIC X(20).
   02 CL-NumOrdenes     PIC 9(5).
   02 FILLER            PIC X(19).
01 RegistroDetalleLote.
   02 DL-Tipo           PIC X(1).
   02 DL-Orden          PIC X(58).
01 RegistroTotalLote.
   02 TL-Tipo           PIC X(1).
   02 TL-Moneda         PIC X(3).
   02 TL-NumOrdenes     PIC 9(5).
   02 TL-Importe        PIC 9(9)V99.
   02 FILLER            PIC X(39).

FD ArchivoDespachadas.
01 RegistroDespachada.
   02 Desp-CuentaOrigen  PIC 9(5).
   02 Desp-CuentaExterna PIC X(20).
   02 Desp-Importe       PIC 9(7)V99.
   02 Desp-Moneda        PIC X(3).
   02 Desp-Fecha         PIC 9(8).
   02 Desp-Hora          PIC 9(6).
   02 Desp-Referencia    PIC 9(7).
   02 Desp-FechaLote     PIC 9(8).
   02 Desp-Estado        PIC X(1).
      88 Orden-Enviada     VALUE 'E'.
      88 Orden-Devuelta    VALUE 'D'.
   02 Desp-FechaDevolucion PIC 9(8).

FD ArchivoDespachadasTrabajo.
01 LineaDespachadaTrabajo PIC X(75).

*> Registro que nos devuelve el corresponsal por cada orden que no
*> pudo abonar: nuestra referencia y cuenta de origen tal como se
*> enviaron en el lote, y su motivo (IBAN erroneo, cuenta cerrada)
FD ArchivoDevoluciones.
01 RegistroDevolucion.
   02 Dev-Referencia    PIC 9(7).
   02 Dev-CuentaOrigen  PIC 9(5).
   02 Dev-CuentaExterna PIC X(20).
   02 Dev-Importe       PIC 9(7)V99.
   02 Dev-Moneda        PIC X(3).
   02 Dev-Fecha         PIC 9(8).
   02 Dev-Motivo        PIC X(30).

FD ArchivoDevolucionesTrabajo.
01 LineaDevolucionTrabajo PIC X(82).

FD ArchivoDevolucionesProcesadas.
01 LineaDevolucionProcesada PIC X(82).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta            PIC 9(5).
   02 MovTipoOperacion   PIC X(1).
   02 Cantidad           PIC 9(4)V99.
   02 Mov-Fecha          PIC 9(8).
   02 Mov-Hora           PIC 9(6).
   02 Mov-Referencia     PIC 9(7).
   02 Mov-Origen         PIC X(1).
   02 Mov-Moneda         PIC X(3).
   02 Mov-Canal          PIC X(4).

FD ArchivoRechazados.
01 RegistroRechazado.
   02 Rech-Cuenta        PIC 9(5).
   02 Rech-TipoOperacion PIC X(1).
   02 Rech-Cantidad      PIC 9(4)V99.
   02 Rech-Fecha         PIC 9(8).
   02 Rech-Hora          PIC 9(6).
   02 Rech-Referencia    PIC 9(7).
   02 Rech-Origen        PIC X(1).
   02 Rech-Moneda        PIC X(3).
   02 Rech-Canal         PIC X(4).
   02 Rech-Motivo        PIC X(40).

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

WORKING-STORAGE SECTION.
01 EstadoLote        PIC X(2).
   88 Lote-OK             VALUE '00'.
   88 Lote-NoExiste       VALUE '35'.
01 SwFinLectura      PIC X(1) VALUE 'N'.
01 SwFinTrabajo      PIC X(1) VALUE 'N'.
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 NombreArchivoLote PIC X(40).
01 NombreOrdenante   PIC X(20) VALUE "POLO ATM".

*> Canal de los abonos que vuelven del banco corresponsal, el mismo
*> que usa LiquidacionEntrante para lo que entra de otros bancos
01 CodigoCanal       PIC X(4) VALUE "INTB".

*> Totales del lote. El banco solo emite cuentas en EUR y USD (ver
*> crear_bd.cob); cualquier otro codigo de moneda se trata como EUR
01 ContadorOrdenes   PIC 9(5) VALUE 0.
01 ContadorEscritas  PIC 9(5) VALUE 0.
01 ContadorRestantes PIC 9(5) VALUE 0.
01 OrdenesEUR        PIC 9(5) VALUE 0.
01 OrdenesUSD        PIC 9(5) VALUE 0.
01 ImporteLoteEUR    PIC 9(9)V99 VALUE 0.
01 ImporteLoteUSD    PIC 9(9)V99 VALUE 0.
01 TotalBonito       PIC Z,ZZZ,ZZZ,ZZ9.99.

*> Devoluciones del corresponsal cargadas en memoria; cada una se
*> casa con su orden de transferencias_despachadas.txt por
*> referencia y cuenta de origen, y de ahi salen el importe y la
*> divisa que se le cargaron al cliente
01 TablaDevoluciones.
   02 FilaDevolucion OCCURS 30 TIMES.
      03 DV-Registro        PIC X(82).
      03 DV-Referencia      PIC 9(7).
      03 DV-CuentaOrigen    PIC 9(5).
      03 DV-Motivo          PIC X(30).
      03 DV-Hallada         PIC X(1).
         88 DV-Orden-Hallada  VALUE 'S'.
      03 DV-Importe         PIC 9(7)V99.
      03 DV-Moneda          PIC X(3).
01 ContadorDevoluciones PIC 9(2) VALUE 0.
01 IndiceDevolucion     PIC 9(2).
01 SwDevolucionCasada   PIC X(1).
   88 Devolucion-Casada    VALUE 'S'.
01 ContadorDesbordadas  PIC 9(5) VALUE 0.
01 ContadorAbonadas     PIC 9(5) VALUE 0.
01 ContadorRechazadas   PIC 9(5) VALUE 0.
01 MotivoRechazo        PIC X(40).

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

    DISPLAY "=== DESPACHO INTERBANCARIO " FechaHoy " ==="
    PERFORM CARGAR-FESTIVOS

    PERFORM TRATAR-DEVOLUCIONES
    PERFORM GENERAR-LOTE-SALIENTE

    DISPLAY "DESPACHO INTERBANCARIO TERMINADO."
    DISPLAY "Ordenes enviadas en el lote: " ContadorEscritas ". Devoluciones abonadas: " ContadorAbonadas ". A la cola de rechazos: " ContadorRechazadas "."
    STOP RUN.

*> ---------------------------------------------------------------
*> Devoluciones del corresponsal: cada orden devuelta se marca en
*> transferencias_despachadas.txt y su importe vuelve a la cuenta
*> de origen por movimientos.txt con la referencia original; la
*> que no casa con ninguna orden enviada va a la cola de rechazos
*> ---------------------------------------------------------------
TRATAR-DEVOLUCIONES.
    PERFORM CARGAR-DEVOLUCIONES
    IF ContadorDevoluciones = 0
        DISPLAY "Sin devoluciones del corresponsal."
        EXIT PARAGRAPH
    END-IF

    PERFORM MARCAR-ORDENES-DEVUELTAS

    MOVE 1 TO IndiceDevolucion
    PERFORM UNTIL IndiceDevolucion > ContadorDevoluciones
        IF DV-Orden-Hallada(IndiceDevolucion)
            PERFORM ABONAR-DEVOLUCION
        ELSE
            MOVE "DEVOLUCION SIN ORDEN DESPACHADA" TO MotivoRechazo
            PERFORM RECHAZAR-DEVOLUCION
        END-IF
        MOVE DV-Registro(IndiceDevolucion) TO LineaDevolucionProcesada
        OPEN EXTEND ArchivoDevolucionesProcesadas
        WRITE LineaDevolucionProcesada
        CLOSE ArchivoDevolucionesProcesadas
        ADD 1 TO IndiceDevolucion
    END-PERFORM

    PERFORM REGRABAR-DEVOLUCIONES.

*> ---------------------------------------------------------------
*> Carga el fichero de devoluciones en la tabla; lo que no cabe se
*> aparta al fichero de trabajo y vuelve a la entrada al regrabar,
*> para tratarlo en la proxima pasada
*> ---------------------------------------------------------------
CARGAR-DEVOLUCIONES.
    MOVE 0 TO ContadorDevoluciones
    MOVE 0 TO ContadorDesbordadas
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoDevoluciones
    OPEN OUTPUT ArchivoDevolucionesTrabajo
    READ ArchivoDevoluciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF ContadorDevoluciones < 30
            ADD 1 TO ContadorDevoluciones
            MOVE RegistroDevolucion TO DV-Registro(ContadorDevoluciones)
            MOVE Dev-Referencia     TO DV-Referencia(ContadorDevoluciones)
            MOVE Dev-CuentaOrigen   TO DV-CuentaOrigen(ContadorDevoluciones)
            MOVE Dev-Motivo         TO DV-Motivo(ContadorDevoluciones)
            MOVE 'N' TO DV-Hallada(ContadorDevoluciones)
            MOVE 0 TO DV-Importe(ContadorDevoluciones)
            MOVE SPACES TO DV-Moneda(ContadorDevoluciones)
        ELSE
            MOVE RegistroDevolucion TO LineaDevolucionTrabajo
            WRITE LineaDevolucionTrabajo
            ADD 1 TO ContadorDesbordadas
        END-IF
        READ ArchivoDevoluciones
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDevoluciones
          ArchivoDevolucionesTrabajo
    IF ContadorDesbordadas > 0
        DISPLAY "Aviso: " ContadorDesbordadas " devolucion(es) mas alla de las 30 de esta pasada quedan para la proxima."
    END-IF.

*> ---------------------------------------------------------------
*> Recorre las ordenes despachadas y marca como devuelta cada una
*> que casa con una devolucion de la tabla (referencia y cuenta de
*> origen, y solo si aun figuraba como enviada: una orden ya
*> devuelta no se abona dos veces). El fichero se regraba entero
*> desde el de trabajo
*> ---------------------------------------------------------------
MARCAR-ORDENES-DEVUELTAS.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoDespachadas
    OPEN OUTPUT ArchivoDespachadasTrabajo
    READ ArchivoDespachadas
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Orden-Enviada
            PERFORM BUSCAR-DEVOLUCION-DE-ORDEN
            IF Devolucion-Casada
                MOVE 'S' TO DV-Hallada(IndiceDevolucion)
                MOVE Desp-Importe TO DV-Importe(IndiceDevolucion)
                MOVE Desp-Moneda TO DV-Moneda(IndiceDevolucion)
                MOVE 'D' TO Desp-Estado
                MOVE FechaHoy TO Desp-FechaDevolucion
            END-IF
        END-IF
        MOVE RegistroDespachada TO LineaDespachadaTrabajo
        WRITE LineaDespachadaTrabajo
        READ ArchivoDespachadas
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDespachadas
          ArchivoDespachadasTrabajo

    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoDespachadas
    OPEN INPUT ArchivoDespachadasTrabajo
    READ ArchivoDespachadasTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaDespachadaTrabajo TO RegistroDespachada
        WRITE RegistroDespachada
        READ ArchivoDespachadasTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoDespachadas
          ArchivoDespachadasTrabajo.

*> ---------------------------------------------------------------
*> Busca en la tabla la primera devolucion aun sin casar que
*> corresponde a la orden despachada que se esta leyendo
*> ---------------------------------------------------------------
BUSCAR-DEVOLUCION-DE-ORDEN.
    MOVE 'N' TO SwDevolucionCasada
    MOVE 1 TO IndiceDevolucion
    PERFORM UNTIL IndiceDevolucion > ContadorDevoluciones OR Devolucion-Casada
        IF DV-Referencia(IndiceDevolucion) = Desp-Referencia
           AND DV-CuentaOrigen(IndiceDevolucion) = Desp-CuentaOrigen
           AND NOT DV-Orden-Hallada(IndiceDevolucion)
            MOVE 'S' TO SwDevolucionCasada
        ELSE
            ADD 1 TO IndiceDevolucion
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Devuelve a la cuenta de origen lo que se le cargo al enviar la
*> orden: abono en movimientos.txt (Mov-Origen 'E', lo aplica
*> ProcesadorBatch esta noche) con la referencia original, y su
*> apunte en historial.txt, que es de donde AvisosClientes saca el
*> aviso al cliente
*> ---------------------------------------------------------------
ABONAR-DEVOLUCION.
    *> Un movimiento solo admite importes hasta 9999,99: lo que no
    *> cabe no se trocea ni se trunca, lo resuelve un operador
    IF DV-Importe(IndiceDevolucion) > 9999.99
        MOVE "IMPORTE EXCEDE EL MAXIMO POR MOVIMIENTO" TO MotivoRechazo
        PERFORM RECHAZAR-DEVOLUCION
        EXIT PARAGRAPH
    END-IF

    MOVE DV-CuentaOrigen(IndiceDevolucion) TO Cuenta
    MOVE 'I' TO MovTipoOperacion
    MOVE DV-Importe(IndiceDevolucion) TO Cantidad
    MOVE FechaHoy TO Mov-Fecha
    MOVE HoraActual TO Mov-Hora
    MOVE DV-Referencia(IndiceDevolucion) TO Mov-Referencia
    MOVE 'E' TO Mov-Origen
    MOVE DV-Moneda(IndiceDevolucion) TO Mov-Moneda
    MOVE CodigoCanal TO Mov-Canal
    OPEN EXTEND ArchivoMovimientos
    WRITE RegistroMovimiento
    CLOSE ArchivoMovimientos

    MOVE DV-CuentaOrigen(IndiceDevolucion) TO Aud-Cuenta
    MOVE "DEVOLUCION TRANSF EXTERNA" TO Aud-Operacion
    MOVE DV-Importe(IndiceDevolucion) TO Aud-Dinero
    MOVE DV-Moneda(IndiceDevolucion) TO Aud-Moneda
    MOVE FechaHoy TO Aud-Fecha
    MOVE HoraActual TO Aud-Hora
    MOVE ZEROS TO Aud-CuentaRelacionada
    MOVE DV-Referencia(IndiceDevolucion) TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    OPEN EXTEND ArchivoAuditoria
    WRITE RegistroAuditoria
    CLOSE ArchivoAuditoria

    ADD 1 TO ContadorAbonadas
    DISPLAY "Devuelta la orden " DV-Referencia(IndiceDevolucion) " de la cuenta " DV-CuentaOrigen(IndiceDevolucion) ": " DV-Motivo(IndiceDevolucion).

*> ---------------------------------------------------------------
*> Encola en movimientos_rechazados.txt la devolucion que no se
*> puede abonar sola, para que un operador la resuelva con
*> ResolucionRechazos
*> ---------------------------------------------------------------
RECHAZAR-DEVOLUCION.
    MOVE DV-Registro(IndiceDevolucion) TO RegistroDevolucion
    MOVE Dev-CuentaOrigen TO Rech-Cuenta
    MOVE 'I' TO Rech-TipoOperacion
    IF Dev-Importe > 9999.99
        MOVE 0 TO Rech-Cantidad
    ELSE
        MOVE Dev-Importe TO Rech-Cantidad
    END-IF
    MOVE FechaHoy TO Rech-Fecha
    MOVE HoraActual TO Rech-Hora
    MOVE Dev-Referencia TO Rech-Referencia
    MOVE 'E' TO Rech-Origen
    MOVE Dev-Moneda TO Rech-Moneda
    MOVE CodigoCanal TO Rech-Canal
    MOVE MotivoRechazo TO Rech-Motivo
    OPEN EXTEND ArchivoRechazados
    WRITE RegistroRechazado
    CLOSE ArchivoRechazados
    ADD 1 TO ContadorRechazadas
    DISPLAY "Devolucion de la ref " Dev-Referencia " a la cola de rechazos: " MotivoRechazo.

*> ---------------------------------------------------------------
*> Deja en el fichero de devoluciones solo las que no cupieron en
*> la tabla: volver a ejecutar con lo ya tratado abonaria dos veces
*> ---------------------------------------------------------------
REGRABAR-DEVOLUCIONES.
    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoDevoluciones
    IF ContadorDesbordadas > 0
        OPEN INPUT ArchivoDevolucionesTrabajo
        READ ArchivoDevolucionesTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
        PERFORM UNTIL SwFinTrabajo = 'S'
            MOVE LineaDevolucionTrabajo TO RegistroDevolucion
            WRITE RegistroDevolucion
            READ ArchivoDevolucionesTrabajo
                AT END MOVE 'S' TO SwFinTrabajo
            END-READ
        END-PERFORM
        CLOSE ArchivoDevolucionesTrabajo
    END-IF
    CLOSE ArchivoDevoluciones.

*> ---------------------------------------------------------------
*> Corta las ordenes pendientes en el lote fechado de hoy. Un lote
*> ya enviado no se machaca: si el de hoy existe, las ordenes
*> esperan al de manana. En dia inhabil el corresponsal no
*> liquida: no hay lote y las ordenes salen el siguiente dia habil
*> ---------------------------------------------------------------
GENERAR-LOTE-SALIENTE.
    MOVE FechaHoy TO FechaComprobar
    PERFORM COMPROBAR-DIA-HABIL
    IF NOT Dia-Habil
        DISPLAY "Dia inhabil " FechaHoy ": sin lote al corresponsal, las ordenes pendientes salen el siguiente dia habil."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO NombreArchivoLote
    STRING "..\lote_interbancario_" FechaHoy ".txt"
           DELIMITED BY SIZE INTO NombreArchivoLote

    OPEN INPUT ArchivoLote
    IF Lote-OK
        CLOSE ArchivoLote
        DISPLAY "El lote " NombreArchivoLote " ya existe: las ordenes pendientes salen en el proximo."
        EXIT PARAGRAPH
    END-IF

    PERFORM TOTALIZAR-ORDENES-PENDIENTES
    IF ContadorOrdenes = 0
        DISPLAY "Sin ordenes interbancarias pendientes de enviar."
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT ArchivoLote
    MOVE SPACES TO RegistroCabeceraLote
    MOVE 'C' TO CL-Tipo
    MOVE FechaHoy TO CL-FechaLote
    MOVE HoraActual TO CL-HoraLote
    MOVE NombreOrdenante TO CL-Ordenante
    MOVE ContadorOrdenes TO CL-NumOrdenes
    WRITE RegistroCabeceraLote

    PERFORM ESCRIBIR-DETALLE-LOTE

    IF OrdenesEUR > 0
        MOVE SPACES TO RegistroTotalLote
        MOVE 'T' TO TL-Tipo
        MOVE "EUR" TO TL-Moneda
        MOVE OrdenesEUR TO TL-NumOrdenes
        MOVE ImporteLoteEUR TO TL-Importe
        WRITE RegistroTotalLote
    END-IF
    IF OrdenesUSD > 0
        MOVE SPACES TO RegistroTotalLote
        MOVE 'T' TO TL-Tipo
        MOVE "USD" TO TL-Moneda
        MOVE OrdenesUSD TO TL-NumOrdenes
        MOVE ImporteLoteUSD TO TL-Importe
        WRITE RegistroTotalLote
    END-IF
    CLOSE ArchivoLote

    MOVE ImporteLoteEUR TO TotalBonito
    DISPLAY "Lote " NombreArchivoLote ": " OrdenesEUR " orden(es) EUR por " TotalBonito
    MOVE ImporteLoteUSD TO TotalBonito
    DISPLAY "                " OrdenesUSD " orden(es) USD por " TotalBonito.

*> ---------------------------------------------------------------
*> Primera pasada: cuantas ordenes hay y cuanto suman por divisa,
*> para que la cabecera y los totales del lote cuadren con el
*> detalle que se escribe a continuacion
*> ---------------------------------------------------------------
TOTALIZAR-ORDENES-PENDIENTES.
    MOVE 0 TO ContadorOrdenes
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoInterbancario
    READ ArchivoInterbancario
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorOrdenes
        IF IB-Moneda = 'USD'
            ADD 1 TO OrdenesUSD
            ADD IB-Importe TO ImporteLoteUSD
        ELSE
            ADD 1 TO OrdenesEUR
            ADD IB-Importe TO ImporteLoteEUR
        END-IF
        READ ArchivoInterbancario
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoInterbancario.

*> ---------------------------------------------------------------
*> Segunda pasada: las ordenes totalizadas van al lote y a
*> transferencias_despachadas.txt marcadas como enviadas; las que
*> el cajero anadio mientras tanto se quedan en el fichero de
*> pendientes para el proximo lote, igual que hace el corte de
*> movimientos de ProcesadorBatch
*> ---------------------------------------------------------------
ESCRIBIR-DETALLE-LOTE.
    MOVE 0 TO ContadorEscritas
    MOVE 0 TO ContadorRestantes
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoInterbancario
    OPEN EXTEND ArchivoDespachadas
    OPEN OUTPUT ArchivoInterbancarioTrabajo
    READ ArchivoInterbancario
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF ContadorEscritas < ContadorOrdenes
            MOVE 'D' TO DL-Tipo
            MOVE RegistroInterbancario TO DL-Orden
            WRITE RegistroDetalleLote

            MOVE IB-CuentaOrigen  TO Desp-CuentaOrigen
            MOVE IB-CuentaExterna TO Desp-CuentaExterna
            MOVE IB-Importe       TO Desp-Importe
            MOVE IB-Moneda        TO Desp-Moneda
            MOVE IB-Fecha         TO Desp-Fecha
            MOVE IB-Hora          TO Desp-Hora
            MOVE IB-Referencia    TO Desp-Referencia
            MOVE FechaHoy         TO Desp-FechaLote
            MOVE 'E'              TO Desp-Estado
            MOVE 0                TO Desp-FechaDevolucion
            WRITE RegistroDespachada
            ADD 1 TO ContadorEscritas
        ELSE
            MOVE RegistroInterbancario TO LineaInterbancarioTrabajo
            WRITE LineaInterbancarioTrabajo
            ADD 1 TO ContadorRestantes
        END-IF
        READ ArchivoInterbancario
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoInterbancario
          ArchivoDespachadas
          ArchivoInterbancarioTrabajo

    *> Se regraba el fichero de pendientes solo con lo no enviado
    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoInterbancario
    OPEN INPUT ArchivoInterbancarioTrabajo
    READ ArchivoInterbancarioTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaInterbancarioTrabajo TO RegistroInterbancario
        WRITE RegistroInterbancario
        READ ArchivoInterbancarioTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoInterbancario
          ArchivoInterbancarioTrabajo.

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
