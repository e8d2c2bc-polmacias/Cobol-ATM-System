           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IntegridadMaestros.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>se recorre entero para los titulares y se consulta por clave desde los demas ficheros
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoCuentas.

    SELECT ArchivoClientes ASSIGN TO "..\clientes.dat" *>titulares de las cuentas
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCliente
    FILE STATUS IS EstadoClientes.

    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>operadores de oficina que firman las actuaciones de historial.txt
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT ArchivoTitulares ASSIGN TO "..\titulares.dat" *>titulares, cotitulares y autorizados de cada cuenta
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS Tit-Clave
    FILE STATUS IS EstadoTitulares.

    SELECT OPTIONAL ArchivoBeneficiarios ASSIGN TO "..\beneficiarios.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoOrdenes ASSIGN TO "..\ordenes_permanentes.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoSobres ASSIGN TO "..\sobres_pendientes.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRechazados ASSIGN TO "..\movimientos_rechazados.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetirosDia ASSIGN TO "..\retiros_diarios.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoHallazgos ASSIGN DYNAMIC NombreArchivoHallazgos *>informe de enlaces rotos entre maestros, cada uno con su gravedad
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

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

FD ArchivoClientes.
01 RegistroCliente.
   02 IdCliente          PIC 9(5).
   02 NombreCliente       PIC X(25).
   02 Documento           PIC X(12).
   02 FechaAlta           PIC 9(8).

FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
   02 NombreOperador PIC X(20).
   02 ClaveOperador  PIC X(8).
   02 NivelOperador  PIC 9(1).

FD ArchivoBeneficiarios.
01 RegistroBeneficiario.
   02 Ben-Cliente       PIC 9(5).
   02 Ben-Alias         PIC X(15).
   02 Ben-Tipo          PIC X(1).
      88 Ben-Interno      VALUE 'I'.
      88 Ben-Externo      VALUE 'E'.
   02 Ben-CuentaInterna PIC 9(5).
   02 Ben-IBAN          PIC X(20).
   02 Ben-FechaAlta     PIC 9(8).
   02 Ben-Confirmado    PIC X(1).

FD ArchivoTitulares.
01 RegistroTitular.
   02 Tit-Clave.
      03 Tit-Cuenta          PIC 9(5).
      03 Tit-Cliente         PIC 9(5).
   02 Tit-Rol                PIC X(1).
      88 Rol-Titular           VALUE 'T'.
      88 Rol-Cotitular         VALUE 'C'.
      88 Rol-Autorizado        VALUE 'A'.
   02 Tit-PIN                PIC 9(4).
   02 Tit-IntentosFallidos   PIC 9(1).
   02 Tit-CambioPINPendiente PIC X(1).
   02 Tit-LimiteDiario       PIC 9(4)V99.
   02 Tit-Estado             PIC X(1).
      88 Interviniente-Baja      VALUE 'X'.
   02 Tit-FechaAlta          PIC 9(8).
   02 Tit-Operador           PIC 9(5).

FD ArchivoOrdenes.
01 RegistroOrden.
   02 Ord-CuentaOrigen    PIC 9(5).
   02 Ord-CuentaDestino   PIC 9(5).
   02 Ord-Importe         PIC 9(4)V99.
   02 Ord-DiaMes          PIC 9(2).
   02 Ord-Concepto        PIC X(15).
   02 Ord-IdOrden         PIC 9(5).
   02 Ord-FechaInicio     PIC 9(8).
   02 Ord-FechaFin        PIC 9(8).
   02 Ord-PagosMaximos    PIC 9(3).
   02 Ord-PagosHechos     PIC 9(3).
   02 Ord-Estado          PIC X(1).
      88 Orden-Activa       VALUE 'A'.
      88 Orden-Suspendida   VALUE 'S'.
   02 Ord-UltimoPago      PIC 9(8).

FD ArchivoSobres.
01 RegistroSobre.
   02 Sob-Cuenta            PIC 9(5).
   02 Sob-ImporteDeclarado  PIC 9(4)V99.
   02 Sob-Fecha             PIC 9(8).
   02 Sob-Hora              PIC 9(6).
   02 Sob-Referencia        PIC 9(7).
   02 Sob-Moneda            PIC X(3).
   02 Sob-Estado            PIC X(1).
      88 Sobre-Pendiente      VALUE 'P'.
   02 Sob-ImporteConfirmado PIC 9(4)V99.
   02 Sob-Terminal          PIC X(4).

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

FD ArchivoRetirosDia.
01 RegistroRetiroDia.
   02 Ret-Cuenta   PIC 9(5).
   02 Ret-Fecha    PIC 9(8).
   02 Ret-Importe  PIC 9(5)V99.
   02 Ret-Cliente  PIC 9(5).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Aud-Cuenta            PIC 9(5).
   02 FILLER                PIC X(3).
   02 Aud-Operacion         PIC X(30).
   02 FILLER                PIC X(3).
   02 Aud-Dinero            PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-Moneda            PIC X(3).
   02 FILLER                PIC X(3).
   02 Aud-Fecha             PIC 9(8).
   02 FILLER                PIC X(1).
   02 Aud-Hora              PIC 9(6).
   02 FILLER                PIC X(3).
   02 Aud-CuentaRelacionada PIC 9(5).
   02 FILLER                PIC X(3).
   02 Aud-Referencia        PIC 9(7).
   02 FILLER                PIC X(3).
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-MonedaOriginal    PIC X(3).

FD ArchivoHallazgos.
01 LineaHallazgo     PIC X(120).

WORKING-STORAGE SECTION.
01 FechaHoy          PIC 9(8).
01 NombreArchivoHallazgos PIC X(40).
01 SwFinLectura      PIC X(1) VALUE 'N'.

01 EstadoCuentas     PIC X(2).
   88 EstadoCuentas-OK        VALUE '00'.
01 EstadoClientes    PIC X(2).
   88 EstadoClientes-OK       VALUE '00'.
01 EstadoOperadores  PIC X(2).
   88 EstadoOperadores-OK     VALUE '00'.
01 EstadoTitulares   PIC X(2).
   88 EstadoTitulares-OK      VALUE '00'.
   88 Titulares-ArchivoNoExiste VALUE '35'.
01 SwClientesAbierto PIC X(1) VALUE 'N'.
   88 Clientes-Abierto        VALUE 'S'.
01 SwOperadoresAbierto PIC X(1) VALUE 'N'.
   88 Operadores-Abierto      VALUE 'S'.

*> Cada hallazgo sale con su gravedad al principio de la linea:
*>   CRITICO - el cierre de esta noche moveria dinero de o hacia
*>             una cuenta que no deberia: CierreDiario para la cadena
*>   GRAVE   - enlace roto que un operador debe arreglar hoy
*>   AVISO   - resto historico o sin efecto en el dinero
01 GravedadHallazgo  PIC X(7).
01 TextoHallazgo     PIC X(110).
01 ContadorCriticos  PIC 9(5) VALUE 0.
01 ContadorGraves    PIC 9(5) VALUE 0.
01 ContadorAvisos    PIC 9(5) VALUE 0.
01 ContadorRevisados PIC 9(7) VALUE 0.

*> Resultado de buscar una cuenta por clave
01 CuentaRevisar     PIC 9(5).
01 SwEstadoRevisada  PIC X(1).
   88 Revisada-NoExiste  VALUE 'N'.
   88 Revisada-Activa    VALUE 'A'.
   88 Revisada-Bloqueada VALUE 'B'.
   88 Revisada-Cerrada   VALUE 'C'.
01 PapelCuenta       PIC X(7).

*> Operadores que firman en historial.txt sin estar en el maestro:
*> una fila por operador con cuantas lineas firma y desde cuando,
*> para dar un solo hallazgo por operador y no uno por linea
01 TablaOperadoresFantasma.
   02 FilaOperadorFantasma OCCURS 50 TIMES.
      03 OF-Operador      PIC 9(5).
      03 OF-Lineas        PIC 9(7).
      03 OF-PrimeraFecha  PIC 9(8).
      03 OF-Operacion     PIC X(30).
01 ContadorFantasmas   PIC 9(2) VALUE 0.
01 IndiceFantasma      PIC 9(2).
01 SwFantasmaHallado   PIC X(1) VALUE 'N'.
   88 Fantasma-Hallado    VALUE 'S'.
01 SwLineaDeOperador   PIC X(1) VALUE 'N'.
   88 Linea-De-Operador   VALUE 'S'.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO

    MOVE SPACES TO NombreArchivoHallazgos
    STRING "..\integridad_maestros_" FechaHoy ".txt"
           DELIMITED BY SIZE INTO NombreArchivoHallazgos
    OPEN OUTPUT ArchivoHallazgos

    MOVE SPACES TO LineaHallazgo
    STRING "Auditoria de integridad referencial de los maestros - " FechaHoy INTO LineaHallazgo
    WRITE LineaHallazgo
    MOVE SPACES TO LineaHallazgo
    STRING "Gravedad | Hallazgo" INTO LineaHallazgo
    WRITE LineaHallazgo
    MOVE SPACES TO LineaHallazgo
    STRING "---------------------------------------------" INTO LineaHallazgo
    WRITE LineaHallazgo

    OPEN INPUT ArchivoCuentas
    IF NOT EstadoCuentas-OK
        *> Sin maestro de cuentas no se puede comprobar nada, y
        *> tampoco deberia moverse dinero esta noche
        MOVE "CRITICO" TO GravedadHallazgo
        MOVE SPACES TO TextoHallazgo
        STRING "MAESTRO DE CUENTAS NO DISPONIBLE | cuentas.dat codigo " EstadoCuentas
               DELIMITED BY SIZE INTO TextoHallazgo
        PERFORM ANOTAR-HALLAZGO
    ELSE
        OPEN INPUT ArchivoClientes
        IF EstadoClientes-OK
            MOVE 'S' TO SwClientesAbierto
        ELSE
            MOVE "GRAVE" TO GravedadHallazgo
            MOVE SPACES TO TextoHallazgo
            STRING "MAESTRO DE CLIENTES NO DISPONIBLE | clientes.dat codigo " EstadoClientes
                   " | titulares sin comprobar" DELIMITED BY SIZE INTO TextoHallazgo
            PERFORM ANOTAR-HALLAZGO
        END-IF
        OPEN INPUT ArchivoOperadores
        IF EstadoOperadores-OK
            MOVE 'S' TO SwOperadoresAbierto
        ELSE
            MOVE "GRAVE" TO GravedadHallazgo
            MOVE SPACES TO TextoHallazgo
            STRING "MAESTRO DE OPERADORES NO DISPONIBLE | operadores.dat codigo " EstadoOperadores
                   " | firmas de historial sin comprobar" DELIMITED BY SIZE INTO TextoHallazgo
            PERFORM ANOTAR-HALLAZGO
        END-IF

        IF Clientes-Abierto
            PERFORM COMPROBAR-TITULARES
            PERFORM COMPROBAR-INTERVINIENTES
        END-IF
        PERFORM COMPROBAR-BENEFICIARIOS
        PERFORM COMPROBAR-ORDENES
        PERFORM COMPROBAR-SOBRES
        PERFORM COMPROBAR-RECHAZADOS
        PERFORM COMPROBAR-RETIROS
        IF Operadores-Abierto
            PERFORM COMPROBAR-OPERADORES
        END-IF

        IF Clientes-Abierto
            CLOSE ArchivoClientes
        END-IF
        IF Operadores-Abierto
            CLOSE ArchivoOperadores
        END-IF
        CLOSE ArchivoCuentas
    END-IF

    MOVE SPACES TO LineaHallazgo
    STRING "---------------------------------------------" INTO LineaHallazgo
    WRITE LineaHallazgo
    MOVE SPACES TO LineaHallazgo
    STRING "Registros revisados: " ContadorRevisados INTO LineaHallazgo
    WRITE LineaHallazgo
    MOVE SPACES TO LineaHallazgo
    STRING "Hallazgos criticos: " ContadorCriticos " | graves: " ContadorGraves
           " | avisos: " ContadorAvisos INTO LineaHallazgo
    WRITE LineaHallazgo
    IF ContadorCriticos > 0
        MOVE SPACES TO LineaHallazgo
        STRING "Hay hallazgos criticos: el cierre de la noche no debe continuar hasta corregirlos." INTO LineaHallazgo
        WRITE LineaHallazgo
    END-IF
    CLOSE ArchivoHallazgos

    DISPLAY "AUDITORIA DE INTEGRIDAD DE MAESTROS TERMINADA."
    DISPLAY "Criticos: " ContadorCriticos ". Graves: " ContadorGraves ". Avisos: " ContadorAvisos "."
    DISPLAY "Informe en " NombreArchivoHallazgos
    STOP RUN.

*> ---------------------------------------------------------------
*> Escribe el hallazgo de GravedadHallazgo/TextoHallazgo en el
*> informe y lo suma a su gravedad
*> ---------------------------------------------------------------
ANOTAR-HALLAZGO.
    EVALUATE GravedadHallazgo
        WHEN "CRITICO"
            ADD 1 TO ContadorCriticos
        WHEN "GRAVE"
            ADD 1 TO ContadorGraves
        WHEN OTHER
            ADD 1 TO ContadorAvisos
    END-EVALUATE
    MOVE SPACES TO LineaHallazgo
    STRING GravedadHallazgo " | " TextoHallazgo INTO LineaHallazgo
    WRITE LineaHallazgo.

*> ---------------------------------------------------------------
*> Busca CuentaRevisar en cuentas.dat y deja su estado en
*> SwEstadoRevisada ('N' si la cuenta no existe)
*> ---------------------------------------------------------------
REVISAR-CUENTA.
    MOVE CuentaRevisar TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            MOVE 'N' TO SwEstadoRevisada
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN Cuenta-Cerrada
                    MOVE 'C' TO SwEstadoRevisada
                WHEN Cuenta-Bloqueada
                    MOVE 'B' TO SwEstadoRevisada
                WHEN OTHER
                    MOVE 'A' TO SwEstadoRevisada
            END-EVALUATE
    END-READ.

*> ---------------------------------------------------------------
*> Cada cuenta debe tener su ClienteTitular en clientes.dat. Una
*> cuenta viva sin titular es grave (extractos, certificados y
*> declaraciones la agrupan por cliente); una ya cerrada, aviso
*> ---------------------------------------------------------------
COMPROBAR-TITULARES.
    MOVE 'N' TO SwFinLectura
    MOVE 0 TO IdCuenta
    START ArchivoCuentas KEY IS NOT LESS THAN IdCuenta
        INVALID KEY MOVE 'S' TO SwFinLectura
    END-START
    IF SwFinLectura = 'N'
        READ ArchivoCuentas NEXT
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-IF
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        MOVE ClienteTitular TO IdCliente
        READ ArchivoClientes
            INVALID KEY
                IF Cuenta-Cerrada
                    MOVE "AVISO" TO GravedadHallazgo
                ELSE
                    MOVE "GRAVE" TO GravedadHallazgo
                END-IF
                MOVE SPACES TO TextoHallazgo
                STRING "CUENTA SIN TITULAR EN CLIENTES | cuenta " IdCuenta
                       " estado " EstadoCuenta " | ClienteTitular " ClienteTitular
                       " no existe en clientes.dat" DELIMITED BY SIZE INTO TextoHallazgo
                PERFORM ANOTAR-HALLAZGO
        END-READ
        READ ArchivoCuentas NEXT
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM.

*> ---------------------------------------------------------------
*> Cada fila de titulares.dat debe unir una cuenta y un cliente
*> que existan, y la fila de rol titular debe ser el propio
*> ClienteTitular de la cuenta. Las filas dadas de baja no se
*> miran; las de cuentas ya cerradas quedan como aviso. Sin
*> fichero de titulares todas las cuentas van por su ClienteTitular
*> ---------------------------------------------------------------
COMPROBAR-INTERVINIENTES.
    OPEN INPUT ArchivoTitulares
    IF Titulares-ArchivoNoExiste
        EXIT PARAGRAPH
    END-IF
    IF NOT EstadoTitulares-OK
        MOVE "GRAVE" TO GravedadHallazgo
        MOVE SPACES TO TextoHallazgo
        STRING "MAESTRO DE TITULARES NO DISPONIBLE | titulares.dat codigo " EstadoTitulares
               " | intervinientes sin comprobar" DELIMITED BY SIZE INTO TextoHallazgo
        PERFORM ANOTAR-HALLAZGO
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO SwFinLectura
    READ ArchivoTitulares NEXT
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        IF NOT Interviniente-Baja
            MOVE Tit-Cuenta TO CuentaRevisar
            PERFORM REVISAR-CUENTA
            EVALUATE TRUE
                WHEN Revisada-NoExiste
                    MOVE "GRAVE" TO GravedadHallazgo
                    MOVE SPACES TO TextoHallazgo
                    STRING "INTERVINIENTE DE CUENTA INEXISTENTE | cuenta " Tit-Cuenta
                           " cliente " Tit-Cliente " rol " Tit-Rol
                           DELIMITED BY SIZE INTO TextoHallazgo
                    PERFORM ANOTAR-HALLAZGO
                WHEN Revisada-Cerrada
                    MOVE "AVISO" TO GravedadHallazgo
                    MOVE SPACES TO TextoHallazgo
                    STRING "INTERVINIENTE ACTIVO EN CUENTA CERRADA | cuenta " Tit-Cuenta
                           " cliente " Tit-Cliente " rol " Tit-Rol
                           DELIMITED BY SIZE INTO TextoHallazgo
                    PERFORM ANOTAR-HALLAZGO
                WHEN Rol-Titular AND Tit-Cliente NOT = ClienteTitular
                    MOVE "GRAVE" TO GravedadHallazgo
                    MOVE SPACES TO TextoHallazgo
                    STRING "TITULAR DISTINTO DEL DE LA CUENTA | cuenta " Tit-Cuenta
                           " | titulares.dat " Tit-Cliente " | ClienteTitular " ClienteTitular
                           DELIMITED BY SIZE INTO TextoHallazgo
                    PERFORM ANOTAR-HALLAZGO
            END-EVALUATE
            MOVE Tit-Cliente TO IdCliente
            READ ArchivoClientes
                INVALID KEY
                    MOVE "GRAVE" TO GravedadHallazgo
                    MOVE SPACES TO TextoHallazgo
                    STRING "INTERVINIENTE SIN CLIENTE | cuenta " Tit-Cuenta
                           " rol " Tit-Rol " | cliente " Tit-Cliente
                           " no existe en clientes.dat" DELIMITED BY SIZE INTO TextoHallazgo
                    PERFORM ANOTAR-HALLAZGO
            END-READ
        END-IF
        READ ArchivoTitulares NEXT
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoTitulares.

*> ---------------------------------------------------------------
*> Un beneficiario interno debe apuntar a una cuenta viva: el
*> cierre de una cuenta borra los que la apuntan, asi que uno que
*> queda hacia una cerrada o inexistente es una limpieza fallida
*> ---------------------------------------------------------------
COMPROBAR-BENEFICIARIOS.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoBeneficiarios
    READ ArchivoBeneficiarios
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        IF Ben-Interno
            MOVE Ben-CuentaInterna TO CuentaRevisar
            PERFORM REVISAR-CUENTA
            IF Revisada-NoExiste OR Revisada-Cerrada
                MOVE "GRAVE" TO GravedadHallazgo
                MOVE SPACES TO TextoHallazgo
                IF Revisada-NoExiste
                    STRING "BENEFICIARIO A CUENTA INEXISTENTE | cliente " Ben-Cliente
                           " alias " Ben-Alias " | cuenta " Ben-CuentaInterna
                           DELIMITED BY SIZE INTO TextoHallazgo
                ELSE
                    STRING "BENEFICIARIO A CUENTA CERRADA | cliente " Ben-Cliente
                           " alias " Ben-Alias " | cuenta " Ben-CuentaInterna
                           DELIMITED BY SIZE INTO TextoHallazgo
                END-IF
                PERFORM ANOTAR-HALLAZGO
            END-IF
        END-IF
        READ ArchivoBeneficiarios
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoBeneficiarios.

*> ---------------------------------------------------------------
*> Las dos cuentas de cada orden permanente viva. ProcesadorBatch
*> no mira el estado de la cuenta al aplicar, asi que una orden
*> activa contra una cuenta cerrada moveria dinero esta misma
*> noche: critico. Contra una bloqueada o inexistente es grave (la
*> primera se pagaria igual, la segunda acaba en rechazos); en una
*> orden suspendida todo queda en aviso hasta que se reactive
*> ---------------------------------------------------------------
COMPROBAR-ORDENES.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoOrdenes
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        *> Las lineas anteriores a las fechas de vigencia son
        *> ordenes activas sin numero, igual que las lee el proceso
        IF Ord-IdOrden NOT NUMERIC
            MOVE 0 TO Ord-IdOrden
        END-IF
        IF Ord-Estado = SPACES
            MOVE 'A' TO Ord-Estado
        END-IF
        IF Orden-Activa OR Orden-Suspendida
            MOVE Ord-CuentaOrigen TO CuentaRevisar
            MOVE "origen" TO PapelCuenta
            PERFORM COMPROBAR-CUENTA-ORDEN
            MOVE Ord-CuentaDestino TO CuentaRevisar
            MOVE "destino" TO PapelCuenta
            PERFORM COMPROBAR-CUENTA-ORDEN
        END-IF
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes.

*> ---------------------------------------------------------------
*> Clasifica la cuenta CuentaRevisar (PapelCuenta origen o destino)
*> de la orden actual
*> ---------------------------------------------------------------
COMPROBAR-CUENTA-ORDEN.
    PERFORM REVISAR-CUENTA
    IF Revisada-Activa
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN Orden-Suspendida
            MOVE "AVISO" TO GravedadHallazgo
        WHEN Revisada-Cerrada
            MOVE "CRITICO" TO GravedadHallazgo
        WHEN OTHER
            MOVE "GRAVE" TO GravedadHallazgo
    END-EVALUATE
    MOVE SPACES TO TextoHallazgo
    EVALUATE TRUE
        WHEN Revisada-Cerrada
            STRING "ORDEN PERMANENTE CON CUENTA CERRADA | orden " Ord-IdOrden
                   " estado " Ord-Estado " | cuenta " PapelCuenta " " CuentaRevisar
                   " | " Ord-CuentaOrigen " -> " Ord-CuentaDestino " dia " Ord-DiaMes
                   DELIMITED BY SIZE INTO TextoHallazgo
        WHEN Revisada-Bloqueada
            STRING "ORDEN PERMANENTE CON CUENTA BLOQUEADA | orden " Ord-IdOrden
                   " estado " Ord-Estado " | cuenta " PapelCuenta " " CuentaRevisar
                   " | " Ord-CuentaOrigen " -> " Ord-CuentaDestino " dia " Ord-DiaMes
                   DELIMITED BY SIZE INTO TextoHallazgo
        WHEN OTHER
            STRING "ORDEN PERMANENTE CON CUENTA INEXISTENTE | orden " Ord-IdOrden
                   " estado " Ord-Estado " | cuenta " PapelCuenta " " CuentaRevisar
                   " | " Ord-CuentaOrigen " -> " Ord-CuentaDestino " dia " Ord-DiaMes
                   DELIMITED BY SIZE INTO TextoHallazgo
    END-EVALUATE
    PERFORM ANOTAR-HALLAZGO.

*> ---------------------------------------------------------------
*> Sobres de cuentas que no existen: uno pendiente es efectivo
*> recogido en un cajero que no tiene donde abonarse (grave); uno
*> ya verificado solo queda como rastro historico (aviso)
*> ---------------------------------------------------------------
COMPROBAR-SOBRES.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoSobres
    READ ArchivoSobres
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        MOVE Sob-Cuenta TO CuentaRevisar
        PERFORM REVISAR-CUENTA
        IF Revisada-NoExiste
            IF Sobre-Pendiente
                MOVE "GRAVE" TO GravedadHallazgo
            ELSE
                MOVE "AVISO" TO GravedadHallazgo
            END-IF
            MOVE SPACES TO TextoHallazgo
            STRING "SOBRE DE CUENTA INEXISTENTE | cuenta " Sob-Cuenta
                   " ref " Sob-Referencia " del " Sob-Fecha " estado " Sob-Estado
                   " terminal " Sob-Terminal DELIMITED BY SIZE INTO TextoHallazgo
            PERFORM ANOTAR-HALLAZGO
        END-IF
        READ ArchivoSobres
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoSobres.

*> ---------------------------------------------------------------
*> Rechazos de cuentas que no existen: ResolucionRechazos no puede
*> reencaminarlos a la cuenta original y hay dinero sin destino
*> ---------------------------------------------------------------
COMPROBAR-RECHAZADOS.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoRechazados
    READ ArchivoRechazados
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        MOVE Rech-Cuenta TO CuentaRevisar
        PERFORM REVISAR-CUENTA
        IF Revisada-NoExiste
            MOVE "GRAVE" TO GravedadHallazgo
            MOVE SPACES TO TextoHallazgo
            STRING "RECHAZO DE CUENTA INEXISTENTE | cuenta " Rech-Cuenta
                   " tipo " Rech-TipoOperacion " ref " Rech-Referencia
                   " del " Rech-Fecha " | " Rech-Motivo
                   DELIMITED BY SIZE INTO TextoHallazgo
            PERFORM ANOTAR-HALLAZGO
        END-IF
        READ ArchivoRechazados
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoRechazados.

*> ---------------------------------------------------------------
*> El acumulador de retiradas solo deberia tener cuentas del
*> maestro; una desconocida no mueve dinero, pero delata que algo
*> escribio en el sin pasar por una cuenta valida
*> ---------------------------------------------------------------
COMPROBAR-RETIROS.
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoRetirosDia
    READ ArchivoRetirosDia
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        ADD 1 TO ContadorRevisados
        MOVE Ret-Cuenta TO CuentaRevisar
        PERFORM REVISAR-CUENTA
        IF Revisada-NoExiste
            MOVE "AVISO" TO GravedadHallazgo
            MOVE SPACES TO TextoHallazgo
            STRING "RETIRADA DIARIA DE CUENTA DESCONOCIDA | cuenta " Ret-Cuenta
                   " del " Ret-Fecha " en retiros_diarios.txt"
                   DELIMITED BY SIZE INTO TextoHallazgo
            PERFORM ANOTAR-HALLAZGO
        END-IF
        READ ArchivoRetirosDia
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoRetirosDia.

*> ---------------------------------------------------------------
*> Las actuaciones de oficina firman con el operador en
*> Aud-CuentaRelacionada; ese operador debe existir en el maestro
*> o la actuacion queda sin responsable. Se da un hallazgo por
*> operador, con cuantas lineas firma y la primera fecha
*> ---------------------------------------------------------------
COMPROBAR-OPERADORES.
    MOVE 0 TO ContadorFantasmas
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoAuditoria
    READ ArchivoAuditoria
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        PERFORM CLASIFICAR-LINEA-HISTORIAL
        IF Linea-De-Operador AND Aud-CuentaRelacionada NOT = 0
            ADD 1 TO ContadorRevisados
            MOVE Aud-CuentaRelacionada TO IdOperador
            READ ArchivoOperadores
                INVALID KEY
                    PERFORM ANOTAR-OPERADOR-FANTASMA
            END-READ
        END-IF
        READ ArchivoAuditoria
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoAuditoria

    MOVE 1 TO IndiceFantasma
    PERFORM UNTIL IndiceFantasma > ContadorFantasmas
        MOVE "GRAVE" TO GravedadHallazgo
        MOVE SPACES TO TextoHallazgo
        STRING "OPERADOR DE HISTORIAL NO EXISTE | operador " OF-Operador(IndiceFantasma)
               " firma " OF-Lineas(IndiceFantasma) " linea(s) desde el "
               OF-PrimeraFecha(IndiceFantasma) " | " OF-Operacion(IndiceFantasma)
               DELIMITED BY SIZE INTO TextoHallazgo
        PERFORM ANOTAR-HALLAZGO
        ADD 1 TO IndiceFantasma
    END-PERFORM.

*> ---------------------------------------------------------------
*> Decide si la linea de historial es una actuacion de oficina, de
*> las que llevan el operador en Aud-CuentaRelacionada (en el resto
*> ese campo es la otra cuenta de una transferencia, o cero)
*> ---------------------------------------------------------------
CLASIFICAR-LINEA-HISTORIAL.
    EVALUATE TRUE
        WHEN Aud-Operacion(1:5) = "MANT "
        WHEN Aud-Operacion(1:15) = "CUADRE EFECTIVO"
        WHEN Aud-Operacion(1:27) = "PIN RESTABLECIDO EN OFICINA"
        WHEN Aud-Operacion(1:12) = "RECLAMACION "
        WHEN Aud-Operacion(1:18) = "CARGO RECLAMACION "
        WHEN Aud-Operacion(1:18) = "ABONO RECLAMACION "
        WHEN Aud-Operacion(1:8) = "RECHAZO "
        WHEN Aud-Operacion(1:22) = "INGRESO EN SOBRE VERIF"
        WHEN Aud-Operacion(1:27) = "INGRESO EN SOBRE DESCARTADO"
            MOVE 'S' TO SwLineaDeOperador
        WHEN OTHER
            MOVE 'N' TO SwLineaDeOperador
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Suma la linea actual al operador inexistente que la firma
*> ---------------------------------------------------------------
ANOTAR-OPERADOR-FANTASMA.
    MOVE 'N' TO SwFantasmaHallado
    MOVE 1 TO IndiceFantasma
    PERFORM UNTIL IndiceFantasma > ContadorFantasmas OR Fantasma-Hallado
        IF OF-Operador(IndiceFantasma) = Aud-CuentaRelacionada
            MOVE 'S' TO SwFantasmaHallado
        ELSE
            ADD 1 TO IndiceFantasma
        END-IF
    END-PERFORM
    IF Fantasma-Hallado
        ADD 1 TO OF-Lineas(IndiceFantasma)
        IF Aud-Fecha < OF-PrimeraFecha(IndiceFantasma)
            MOVE Aud-Fecha TO OF-PrimeraFecha(IndiceFantasma)
        END-IF
    ELSE
        IF ContadorFantasmas < 50
            ADD 1 TO ContadorFantasmas
            MOVE Aud-CuentaRelacionada TO OF-Operador(ContadorFantasmas)
            MOVE 1 TO OF-Lineas(ContadorFantasmas)
            MOVE Aud-Fecha TO OF-PrimeraFecha(ContadorFantasmas)
            MOVE Aud-Operacion TO OF-Operacion(ContadorFantasmas)
        END-IF
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
