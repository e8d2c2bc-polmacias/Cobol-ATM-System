    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS EstadoComprobacion.

    SELECT ArchivoIntegridad ASSIGN DYNAMIC NombreArchivoIntegridad *>salida esperada de IntegridadMaestros, donde se busca el CRITICO
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS EstadoComprobacion.

    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto: solo avanza cuando la cadena termina entera
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCierreLog ASSIGN DYNAMIC NombreArchivoCierreLog *>bitacora fechada de la noche, un vistazo y se sabe como fue
    ORGANIZATION IS LINE SEQUENTIAL.

FD ArchivoConciliacion.
01 LineaConciliacion PIC X(60).

FD ArchivoIntegridad.
01 LineaIntegridad   PIC X(120).

FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoCierreLog.
01 LineaCierreLog    PIC X(80).

WORKING-STORAGE SECTION.
01 NombreArchivoCierreLog PIC X(30).
01 NombreArchivoIntegridad PIC X(40).
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
*> El dia que se cierra es el dia de negocio de fecha_negocio.dat,
*> no el del reloj; si el cierre de ese dia ya se hizo y el reloj
*> aun no ha llegado al siguiente, no hay nada que cerrar
01 FechaReloj        PIC 9(8).
01 UltimoCierre      PIC 9(8) VALUE 0.
01 EnteroFecha       PIC 9(7).
01 FechaSiguiente    PIC 9(8).
01 EstadoComprobacion PIC X(2).
   88 Comprobacion-OK        VALUE '00'.
   88 Comprobacion-NoExiste  VALUE '35'.
01 SwFinLectura      PIC X(1) VALUE 'N'.
01 SwDescuadre       PIC X(1) VALUE 'N'.
   88 Descuadre-Detectado VALUE 'S'.
01 SwIntegridadCritica PIC X(1) VALUE 'N'.
   88 Integridad-Critica  VALUE 'S'.

01 ContadorLineas    PIC 9(7) VALUE 0.
01 MovimientosAntes  PIC 9(7) VALUE 0.
01 IndiceBusqueda    PIC 9(2).

PROCEDURE DIVISION.
    ACCEPT FechaReloj FROM DATE YYYYMMDD
    PERFORM LEER-FECHA-NEGOCIO
    IF FechaHoy > FechaReloj
        DISPLAY "El cierre del dia " UltimoCierre " ya esta hecho y el dia de negocio " FechaHoy " aun no ha empezado. Nada que cerrar."
        STOP RUN
    END-IF

    MOVE SPACES TO NombreArchivoCierreLog
    STRING "..\cierre_" FechaHoy ".log"

    DISPLAY "=== CIERRE DIARIO " FechaHoy " ==="

    *> Paso 1: integridad referencial de los maestros, antes de que
    *> se mueva dinero; un hallazgo CRITICO para la cadena
    IF Cadena-Viva
        MOVE "INTEGRIDAD MAESTROS" TO NombrePaso
        MOVE "integridad_maestros" TO ComandoPaso
        PERFORM EJECUTAR-PASO
        PERFORM COMPROBAR-INTEGRIDAD
        PERFORM ANOTAR-PASO-EN-LOG
        IF Integridad-Critica
            MOVE 'N' TO SwCadenaViva
            DISPLAY "*** ATENCION: la auditoria de maestros reporta hallazgos CRITICOS ***"
            DISPLAY "*** Revise integridad_maestros_" FechaHoy ".txt antes de relanzar el cierre. ***"
            MOVE SPACES TO LineaCierreLog
            STRING "*** INTEGRIDAD CRITICA: cadena detenida, revisar integridad_maestros ***" INTO LineaCierreLog
            WRITE LineaCierreLog
        END-IF
    END-IF

    *> Paso 2: ordenes permanentes del dia a movimientos.txt
    IF Cadena-Viva
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosAntes
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 3: devoluciones del corresponsal a movimientos.txt y
    *> lote fechado con las transferencias interbancarias salientes
    IF Cadena-Viva
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosAntes
        MOVE "DESPACHO INTERBANC" TO NombrePaso
        MOVE "despacho_interbancario" TO ComandoPaso
        PERFORM EJECUTAR-PASO
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosDespues
        COMPUTE RegistrosPaso = MovimientosDespues - MovimientosAntes
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 4: cargos de las cuotas de prestamos que vencen hoy (y
    *> reintento de las impagadas) a movimientos.txt, antes del batch
    IF Cadena-Viva
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosAntes
        MOVE "CUOTAS PRESTAMOS" TO NombrePaso
        MOVE "cobro_cuotas_prestamos" TO ComandoPaso
        PERFORM EJECUTAR-PASO
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosDespues
        COMPUTE RegistrosPaso = MovimientosDespues - MovimientosAntes
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 5: aplicar y totalizar la noche; debe dejar
    *> totalnoche.dat e informe.txt
    IF Cadena-Viva
        MOVE "PROCESADOR BATCH" TO NombrePaso
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 6: devengo de intereses y comisiones
    IF Cadena-Viva
        PERFORM CONTAR-MOVIMIENTOS
        MOVE ContadorLineas TO MovimientosAntes
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 7: foto nocturna del saldo de cierre de cada cuenta,
    *> despues de aplicar la noche y antes de conciliar
    IF Cadena-Viva
        PERFORM CONTAR-SALDOS-CIERRE
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 8: conciliacion; un DESCUADRE DETECTADO en su informe
    *> para la cadena y se avisa a gritos
    IF Cadena-Viva
        MOVE "CONCILIACION" TO NombrePaso
        END-IF
    END-IF

    *> Paso 9: auditoria de la serie de referencias, con la noche
    *> ya aplicada y conciliada
    IF Cadena-Viva
        MOVE "AUDITORIA REFS" TO NombrePaso
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 10: avisos a clientes con lo que la noche les hizo
    IF Cadena-Viva
        MOVE "AVISOS CLIENTES" TO NombrePaso
        MOVE "avisos_clientes" TO ComandoPaso
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    *> Paso 11: prevision de efectivo de los cajeros y pedido a la
    *> transportadora de fondos para las visitas de recarga
    IF Cadena-Viva
        MOVE "PREVISION EFECTIVO" TO NombrePaso
        MOVE "prevision_efectivo" TO ComandoPaso
        PERFORM EJECUTAR-PASO
        MOVE 0 TO RegistrosPaso
        PERFORM ANOTAR-PASO-EN-LOG
    END-IF

    ACCEPT HoraActual FROM TIME
    MOVE SPACES TO LineaCierreLog
    IF Cadena-Viva
    END-IF
    WRITE LineaCierreLog

    IF Cadena-Viva
        PERFORM AVANZAR-FECHA-NEGOCIO
    END-IF

    CLOSE ArchivoCierreLog
    STOP RUN.

*> ---------------------------------------------------------------
*> Lee el dia de negocio abierto. La primera noche tras instalar no
*> hay fichero de control y se cierra el dia del reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END
            MOVE FechaReloj TO FechaHoy
            MOVE 0 TO UltimoCierre
        NOT AT END
            MOVE FN-FechaNegocio TO FechaHoy
            MOVE FN-UltimoCierre TO UltimoCierre
    END-READ
    CLOSE ArchivoFechaNegocio.

*> ---------------------------------------------------------------
*> Cierre completo: el dia cerrado queda como ultimo cierre y se
*> abre el dia natural siguiente. Un cierre interrumpido no llega
*> aqui, asi que al relanzarlo se vuelve a cerrar el mismo dia
*> ---------------------------------------------------------------
AVANZAR-FECHA-NEGOCIO.
    COMPUTE EnteroFecha = FUNCTION INTEGER-OF-DATE(FechaHoy) + 1
    COMPUTE FechaSiguiente = FUNCTION DATE-OF-INTEGER(EnteroFecha)
    MOVE FechaSiguiente TO FN-FechaNegocio
    MOVE FechaHoy TO FN-UltimoCierre
    MOVE HoraActual TO FN-HoraCierre
    OPEN OUTPUT ArchivoFechaNegocio
    WRITE RegistroFechaNegocio
    CLOSE ArchivoFechaNegocio

    MOVE SPACES TO LineaCierreLog
    STRING "Dia de negocio " FechaHoy " cerrado; se abre el " FechaSiguiente INTO LineaCierreLog
    WRITE LineaCierreLog
    DISPLAY "Dia de negocio abierto: " FechaSiguiente "."
    IF FechaSiguiente < FechaReloj
        DISPLAY "Aviso: quedan dias de negocio atrasados por cerrar; lance de nuevo el cierre."
    END-IF.

*> ---------------------------------------------------------------
*> Lanza el programa del paso actual con el comando del sistema;
*> aqui no hay CALL directo porque cada programa de la cadena
        END-PERFORM
        CLOSE ArchivoConciliacion
    END-IF.

*> ---------------------------------------------------------------
*> Comprueba que IntegridadMaestros dejo su informe del dia y
*> cuenta sus hallazgos; basta uno que empiece por CRITICO para
*> no mover dinero esta noche
*> ---------------------------------------------------------------
COMPROBAR-INTEGRIDAD.
    MOVE 0 TO RegistrosPaso
    MOVE 'N' TO SwIntegridadCritica
    MOVE 'N' TO SwFinLectura
    MOVE SPACES TO NombreArchivoIntegridad
    STRING "..\integridad_maestros_" FechaHoy ".txt"
           DELIMITED BY SIZE INTO NombreArchivoIntegridad
    OPEN INPUT ArchivoIntegridad
    IF NOT Comprobacion-OK
        MOVE 'N' TO SwCadenaViva
        DISPLAY "*** Falta el informe de integridad de maestros. Cadena detenida. ***"
        MOVE SPACES TO LineaCierreLog
        STRING "*** FALLO: la auditoria de maestros no dejo su informe ***" INTO LineaCierreLog
        WRITE LineaCierreLog
    ELSE
        READ ArchivoIntegridad
            AT END MOVE 'S' TO SwFinLectura
        END-READ
        PERFORM UNTIL SwFinLectura = 'S'
            IF LineaIntegridad(1:10) = "CRITICO | "
                MOVE 'S' TO SwIntegridadCritica
            END-IF
            IF LineaIntegridad(1:10) = "CRITICO | " OR LineaIntegridad(1:10) = "GRAVE   | "
               OR LineaIntegridad(1:10) = "AVISO   | "
                ADD 1 TO RegistrosPaso
            END-IF
            READ ArchivoIntegridad
                AT END MOVE 'S' TO SwFinLectura
            END-READ
        END-PERFORM
        CLOSE ArchivoIntegridad
    END-IF.
