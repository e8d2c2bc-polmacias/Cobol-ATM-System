ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoReferencia ASSIGN TO "..\referencia.dat" *>fichero de control con el ultimo numero de referencia usado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoInterbancario ASSIGN TO "..\transferencias_interbancarias.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDespachadas ASSIGN TO "..\transferencias_despachadas.txt" *>ordenes interbancarias ya enviadas al corresponsal en algun lote
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoExcepciones ASSIGN DYNAMIC NombreArchivoExcepciones *>informe de excepciones de la serie de referencias
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoReferencia.
01 LineaReferencia       PIC 9(7).

   02 IB-Hora           PIC 9(6).
   02 IB-Referencia     PIC 9(7).

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
   02 Desp-FechaDevolucion PIC 9(8).

FD ArchivoExcepciones.
01 LineaExcepcion    PIC X(100).

01 ReferenciaBuscada   PIC 9(7).
01 ReferenciaAudita    PIC 9(7).

01 CuentaOrdenIB       PIC 9(5).

01 TipoApunteMov       PIC X(1).
01 ReferenciaMov       PIC 9(7).

01 SwFinArchivos       PIC X(1).

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO

    PERFORM LEER-ULTIMA-REFERENCIA
    PERFORM RECORRER-HISTORIAL
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN Aud-Operacion(1:22) = "COMISION MANTENIMIENTO"
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN Aud-Operacion(1:9) = "COMISION "
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN Aud-Operacion(1:30) = "TRANSFERENCIA EXTERNA RECIBIDA"
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN Aud-Operacion(1:20) = "DISPOSICION PRESTAMO"
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN Aud-Operacion(1:14) = "CUOTA PRESTAMO"
                        ADD 1 TO RF-ApuntesSimples(IndiceRef)
                    WHEN OTHER
                        *> Sobres, reencaminados y demas apuntes que
                        *> reutilizan la referencia original adrede
    PERFORM LOCALIZAR-REFERENCIA
    IF Ref-Hallada
        EVALUATE TipoApunteMov
            WHEN 'R' WHEN 'C'
                ADD 1 TO RF-MovCargos(IndiceRef)
            WHEN 'I'
                ADD 1 TO RF-MovAbonos(IndiceRef)
*> historial.txt; sin el, hay dinero saliendo sin rastro interno.
*> Las ordenes con referencia anterior al rango auditado se saltan:
*> su apunte vive en los historicos archivados, no aqui (el mismo
*> guardarrail que usa la pasada por la serie). Las ordenes ya
*> cortadas en un lote viven en transferencias_despachadas.txt y
*> se comprueban igual
*> ---------------------------------------------------------------
AUDITAR-INTERBANCARIAS.
    MOVE 'N' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        MOVE IB-Referencia TO ReferenciaBuscada
        MOVE IB-CuentaOrigen TO CuentaOrdenIB
        PERFORM COMPROBAR-ORDEN-INTERBANCARIA
        READ ArchivoInterbancario
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoInterbancario

    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoDespachadas
    READ ArchivoDespachadas
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        MOVE Desp-Referencia TO ReferenciaBuscada
        MOVE Desp-CuentaOrigen TO CuentaOrdenIB
        PERFORM COMPROBAR-ORDEN-INTERBANCARIA
        READ ArchivoDespachadas
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDespachadas.

*> ---------------------------------------------------------------
*> Excepcion si la orden de ReferenciaBuscada, dentro del rango
*> auditado, no tiene su TRANSFERENCIA EXTERNA ENVIADA en historial
*> ---------------------------------------------------------------
COMPROBAR-ORDEN-INTERBANCARIA.
    PERFORM BUSCAR-SIN-CREAR
    IF ReferenciaBuscada >= MenorReferencia
       AND (NOT Ref-Hallada OR RF-EsExterna(IndiceRef) NOT = 'S')
        ADD 1 TO ContadorExcepciones
        MOVE SPACES TO LineaExcepcion
        STRING "ORDEN INTERBANCARIA SIN HISTORIAL | Ref " ReferenciaBuscada
               " de la cuenta " CuentaOrdenIB
               " no tiene su TRANSFERENCIA EXTERNA ENVIADA" INTO LineaExcepcion
        WRITE LineaExcepcion
    END-IF.

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
