      * permissions master (USUARIOS.DAT, one record per usuario and
      * programa, kept by MantUsuarios) decides what comes back:
      *   LS-NIVEL "M" alta/baja/modificacion, "C" solo consulta,
      *            "A" aprobacion de cambios retenidos (granted on
      *            MANTAPROBACIONES),
      *            "N" sin acceso (clave mala o sin permiso).
      * An empty or missing master returns "M" under the SINCTRL
      * user - the shop keeps working while the master is loaded,
