       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT whichout ASSIGN USING which_name
           ORGANIZATION LINE SEQUENTIAL.
           SELECT getinstldpkgout ASSIGN TO 'sample.getinstldpkg.out'
           ORGANIZATION LINE SEQUENTIAL.
           SELECT dispctl assign to 'sample.disp.ctl'
           organization line sequential
           file status is disp_ctl_status.
           SELECT disptxn assign to 'sample.disp.txn'
           organization line sequential
           file status is disp_txn_status.
           SELECT disprejects assign to 'sample.disp.rejects'
           organization line sequential.
           SELECT dispaudit assign to 'sample.disp.audit'
           organization line sequential
           file status is disp_audit_status.
           SELECT preflightrpt assign to 'sample.preflight.rpt'
           organization line sequential.
           SELECT policyctl assign to 'sample.policy.ctl'
           organization line sequential
           file status is policy_ctl_status.
           SELECT ownersctl assign to 'sample.owners.ctl'
           organization line sequential
           file status is owners_ctl_status.
           SELECT teamrpt assign to 'sample.teams.rpt'
           organization line sequential.
           SELECT teamext assign using team_ext_name
           organization line sequential.
           SELECT sortteamwk assign to "sortteamwk".
           SELECT limitsctl assign to 'sample.limits.ctl'
           organization line sequential
           file status is limits_ctl_status.
           SELECT checkpointfile assign to 'sample.checkpoint.dat'
           organization line sequential
           file status is checkpoint_status.
           SELECT runlock assign to 'sample.run.lock'
           organization line sequential
           file status is lock_status.
           SELECT runlocknew assign using lk_new_name
           organization line sequential.
           SELECT execlog assign to 'sample.exec.log'
           organization line sequential
           file status is execlog_status.
           organization line sequential.
           SELECT summaryrpt assign to 'sample.summary.rpt'
           organization line sequential.
           SELECT changerpt assign to 'sample.orphans.change.rpt'
           organization line sequential.
           SELECT sortagingwk assign to "sortagingwk".
           SELECT agingsrt assign to 'sample.aging.srt'
           organization line sequential.
           SELECT sortdupeswk assign to "sortdupeswk".
           SELECT sorteddupes assign to 'sample.dupes.srt'
           organization line sequential.
           SELECT dupeslatest assign to 'sample.dupes.latest'
           organization line sequential
           file status is dupes_latest_status.
           SELECT movecur assign to 'sample.move.cur.srt'
           organization line sequential.
           SELECT moveprev assign to 'sample.move.prev.srt'
           organization line sequential.
           SELECT sortmovewk assign to "sortmovewk".
           SELECT movecand assign to 'sample.move.cand.srt'
           organization line sequential.
           SELECT sortmovedwk assign to "sortmovedwk".
           SELECT movednew assign to 'sample.moved.new.srt'
           organization line sequential.
           SELECT movedold assign to 'sample.moved.old.srt'
           organization line sequential.
           SELECT dupesrpt assign to 'sample.dupes.rpt'
           organization line sequential.
           SELECT runledger assign to 'sample.runledger.dat'
           SELECT rollupdat assign to 'sample.rollup.dat'
           organization line sequential
           file status is rollup_status.
           SELECT pkginvout assign to 'sample.pkginv.out'
           organization line sequential
           file status is pkginv_out_status.
           SELECT sortpkginvwk assign to "sortpkginvwk".
           SELECT pkginvsrt assign to 'sample.pkginv.srt'
           organization line sequential.
           SELECT pkginvlatest assign to 'sample.pkginv.latest'
           organization line sequential
           file status is pkginv_latest_status.
           SELECT pkginvdated assign using pkginv_dated_name
           organization line sequential
           file status is pkginv_dated_status.
           SELECT pkgchangeout assign to 'sample.pkgchange.out'
           organization line sequential
           file status is pkgchange_out_status.
           SELECT pkgchangelog assign to 'sample.pkgchange.log'
           organization line sequential
           file status is pkgchange_log_status.
           SELECT pkgfilesout assign to 'sample.pkgfiles.out'
           organization line sequential
           file status is pkgfiles_out_status.
           SELECT pkgfileslatest assign to 'sample.pkgfiles.latest'
           organization line sequential
           file status is pkgfiles_latest_status.
           SELECT sortpkgfileswk assign to "sortpkgfileswk".
           SELECT pkgfilessrt assign to 'sample.pkgfiles.srt'
           organization line sequential.
           SELECT pkgdepartlst assign to 'sample.pkgdepart.lst'
           organization line sequential.
           SELECT sortpkgdepartwk assign to "sortpkgdepartwk".
           SELECT pkgdepartsrt assign to 'sample.pkgdepart.srt'
           organization line sequential.
           SELECT pkgdepart assign to 'sample.pkgdepart.idx'
           organization indexed
           access mode dynamic
           record key is pd_path
           file status is pd_status.
           SELECT whatifpolicy assign using wi_policy_name
           organization line sequential
           file status is wi_policy_status.
           SELECT whatifrpt assign to 'sample.whatif.rpt'
           organization line sequential.
           SELECT sortwhatifwk assign to "sortwhatifwk".
           SELECT asofrpt assign to 'sample.asof.rpt'
           organization line sequential.
           SELECT asofsrt assign using as_srt_name
           organization line sequential.
           SELECT asofdispsrt assign using as_disp_srt_name
           organization line sequential.
           SELECT sortasofdispwk assign to "sortasofdispwk".
           SELECT evmanifest assign using ev_name
           organization line sequential
           file status is ev_status.
           SELECT evindex assign to 'sample.evidence.idx'
           organization line sequential
           file status is ev_idx_status.
           SELECT evlist assign using ev_list_name
           organization line sequential
           file status is ev_list_status.
           SELECT evidencerpt assign to 'sample.evidence.rpt'
           organization line sequential.
           SELECT masterbkp assign using mb_bkp_name
           organization line sequential
           file status is mb_bkp_status.
           SELECT masterrpt assign to 'sample.master.rpt'
           organization line sequential.
           SELECT sorthistpwk assign to "sorthistpwk".
           SELECT histpaths assign to 'sample.histpaths.srt'
           organization line sequential.
           SELECT bkplist assign to 'sample.bkplist.out'
           organization line sequential
           file status is bkplist_status.
           SELECT archlist assign using archlist_name
           organization line sequential
           file status is archlist_status.
           SELECT sortrbhistwk assign to "sortrbhistwk".
           SELECT rebuildrpt assign to 'sample.rebuild.rpt'
           organization line sequential.
           SELECT orphanrebuild assign to 'sample.orphans.rbd'
           organization indexed
           access mode dynamic
           record key is rbd_path
           file status is rbd_status.
           SELECT orphanmaster assign to 'sample.orphans.mst'
           organization indexed
           access mode dynamic
       FD dispctl.
       01 dispctlRECORD pic x(300).

       FD disptxn.
       01 disptxnRECORD pic x(300).

       FD disprejects.
       01 disprejectsRECORD pic x(400).

       FD dispaudit.
       01 dispauditRECORD pic x(700).

       FD preflightrpt.
       01 preflightrptRECORD pic x(300).

       FD policyctl.
       01 policyctlRECORD pic x(300).

       FD ownersctl.
       01 ownersctlRECORD pic x(300).

       FD teamrpt.
       01 teamrptRECORD pic x(400).

       FD teamext.
       01 teamextRECORD pic x(600).

       SD sortteamwk.
       01 sortteamwk_rec.
           05 ts_team pic x(30).
           05 ts_path pic x(222).
           05 ts_owner pic x(32).
           05 ts_group pic x(32).
           05 ts_size pic x(12).
           05 ts_status pic x(16).
           05 ts_line pic x(600).

       FD limitsctl.
       01 limitsctlRECORD pic x(80).

           05 ckpt_phase_status pic x(10).
           05 ckpt_detail pic x(10).

       FD runlock.
       01 runlockRECORD pic x(200).

       FD runlocknew.
       01 runlocknewRECORD pic x(200).

       FD execlog.
       01 execlogRECORD pic x(200).

       FD orphanscurr.
       01 orphanscurrRECORD pic x(560).
       FD orphanstrend.
       01 orphanstrendRECORD pic x(580).

       FD changerpt.
       01 changerptRECORD pic x(400).

       SD sortagingwk.
       01 sortagingwk_rec.
           05 aging_sort_path pic x(222).
           05 sorteddupes_size pic 9(12).
           05 sorteddupes_path pic x(222).

       FD dupeslatest.
       01 dupeslatestRECORD.
           05 dupeslatest_crc pic 9(10).
           05 dupeslatest_size pic 9(12).
           05 dupeslatest_path pic x(222).

       FD movecur.
       01 movecurRECORD.
           05 movecur_crc pic 9(10).
           05 movecur_size pic 9(12).
           05 movecur_path pic x(222).

       FD moveprev.
       01 moveprevRECORD.
           05 moveprev_crc pic 9(10).
           05 moveprev_size pic 9(12).
           05 moveprev_path pic x(222).

       SD sortmovewk.
       01 sortmovewk_rec.
           05 mv_sort_crc pic 9(10).
           05 mv_sort_size pic 9(12).
           05 mv_sort_side pic x.
           05 mv_sort_path pic x(222).

       FD movecand.
       01 movecandRECORD.
           05 movecand_crc pic 9(10).
           05 movecand_size pic 9(12).
           05 movecand_side pic x.
           05 movecand_path pic x(222).

       SD sortmovedwk.
       01 sortmovedwk_rec.
           05 mo_sort_new pic x(222).
           05 mo_sort_old pic x(222).

       FD movednew.
       01 movednewRECORD.
           05 movednew_new pic x(222).
           05 movednew_old pic x(222).

       FD movedold.
       01 movedoldRECORD.
           05 movedold_new pic x(222).
           05 movedold_old pic x(222).

       FD dupesrpt.
       01 dupesrptRECORD pic x(300).

       FD rollupdat.
       01 rollupdatRECORD pic x(260).

       FD pkginvout.
       01 pkginvoutRECORD pic x(200).

       SD sortpkginvwk.
       01 sortpkginvwk_rec.
           05 pi_sort_name pic x(60).
           05 pi_sort_version pic x(60).

       FD pkginvsrt.
       01 pkginvsrtRECORD.
           05 pkginvsrt_name pic x(60).
           05 pkginvsrt_version pic x(60).

       FD pkginvlatest.
       01 pkginvlatestRECORD pic x(200).

       FD pkginvdated.
       01 pkginvdatedRECORD pic x(200).

       FD pkgchangeout.
       01 pkgchangeoutRECORD pic x(200).

       FD pkgchangelog.
       01 pkgchangelogRECORD pic x(200).

       FD pkgfilesout.
       01 pkgfilesoutRECORD pic x(300).

       FD pkgfileslatest.
       01 pkgfileslatestRECORD pic x(300).

       SD sortpkgfileswk.
       01 sortpkgfileswk_rec.
           05 pkf_sort_pkg pic x(60).
           05 pkf_sort_path pic x(222).

       FD pkgfilessrt.
       01 pkgfilessrtRECORD.
           05 pkgfilessrt_pkg pic x(60).
           05 pkgfilessrt_path pic x(222).

       FD pkgdepartlst.
       01 pkgdepartlstRECORD.
           05 pdl_name pic x(60).
           05 pdl_version pic x(60).
           05 pdl_action pic x(8).

       SD sortpkgdepartwk.
       01 sortpkgdepartwk_rec.
           05 pd_sort_path pic x(222).
           05 pd_sort_pkg pic x(60).
           05 pd_sort_version pic x(60).
           05 pd_sort_action pic x(8).

       FD pkgdepartsrt.
       01 pkgdepartsrtRECORD.
           05 pds_path pic x(222).
           05 pds_pkg pic x(60).
           05 pds_version pic x(60).
           05 pds_action pic x(8).

       FD pkgdepart.
       01 pkgdepartRECORD.
           05 pd_path pic x(222).
           05 pd_pkg pic x(60).
           05 pd_version pic x(60).
           05 pd_action pic x(8).
           05 pd_date pic x(8).

       FD whatifpolicy.
       01 whatifpolicyRECORD pic x(300).

       FD whatifrpt.
       01 whatifrptRECORD pic x(400).

       SD sortwhatifwk.
       01 sortwhatifwk_rec.
           05 wq_rule pic 9(3).
           05 wq_path pic x(222).
           05 wq_size pic x(12).
           05 wq_cur_action pic x(16).
           05 wq_cur_rule pic 9(3).
           05 wq_new_action pic x(16).

       FD asofrpt.
       01 asofrptRECORD pic x(600).

       FD asofsrt.
       01 asofsrtRECORD.
           05 as_s_path pic x(222).
           05 as_s_date pic x(8).
           05 as_s_snap pic x(560).

       FD asofdispsrt.
       01 asofdispsrtRECORD.
           05 ae_path pic x(222).
           05 ae_date pic x(8).
           05 ae_time pic x(8).
           05 ae_status pic x(16).
           05 ae_ticket pic x(16).
           05 ae_expiry pic x(8).

       SD sortasofdispwk.
       01 sortasofdispwk_rec.
           05 ad_path pic x(222).
           05 ad_date pic x(8).
           05 ad_time pic x(8).
           05 ad_status pic x(16).
           05 ad_ticket pic x(16).
           05 ad_expiry pic x(8).

       FD evmanifest.
       01 evmanifestRECORD pic x(200).

       FD evindex.
       01 evindexRECORD pic x(200).

       FD evlist.
       01 evlistRECORD pic x(80).

       FD evidencerpt.
       01 evidencerptRECORD pic x(300).

       FD masterbkp.
       01 masterbkpRECORD pic x(624).

       FD masterrpt.
       01 masterrptRECORD pic x(400).

       SD sorthistpwk.
       01 sorthistpwk_rec.
           05 hp_sort_path pic x(222).

       FD histpaths.
       01 histpathsRECORD.
           05 hp_path pic x(222).

       FD bkplist.
       01 bkplistRECORD pic x(80).

       FD archlist.
       01 archlistRECORD pic x(80).

       SD sortrbhistwk.
       01 sortrbhistwk_rec.
           05 rh_sort_path pic x(222).
           05 rh_sort_date pic x(8).
           05 rh_sort_snap pic x(560).

       FD rebuildrpt.
       01 rebuildrptRECORD pic x(400).

       FD orphanrebuild.
       01 orphanrebuildRECORD.
           05 rbd_path pic x(222).
           05 rbd_root pic x(80).
           05 rbd_owner pic x(32).
           05 rbd_group pic x(32).
           05 rbd_perms pic x(4).
           05 rbd_size pic x(12).
           05 rbd_risk pic x(40).
           05 rbd_pkg pic x(60).
           05 rbd_first_seen pic x(8).
           05 rbd_last_seen pic x(8).
           05 rbd_disp_status pic x(16).
           05 rbd_disp_ticket pic x(16).
           05 rbd_disp_expiry pic x(8).
           05 rbd_disp_stamp pic x(8).
           05 rbd_disp_origin pic x.
           05 rbd_disp_seen pic x.
           05 rbd_quar_date pic x(8).
           05 rbd_quar_owner pic x(32).
           05 rbd_quar_group pic x(32).
           05 rbd_quar_perms pic x(4).

       FD orphanmaster.
       01 orphanmasterRECORD.
           05 om_path pic x(222).
       01 disp_suppress pic x value 'n'.
       01 disp_review_count pic 9(4) value 0.
       01 disp_review_reason pic x(30) value spaces.
       01 dispmaint_mode pic x value 'n'.
       01 dispmaint_tally pic 9(3) value 0.
       01 disp_txn_status pic xx value spaces.
       01 disp_audit_status pic xx value spaces.
       01 dm_eof pic x value 'n'.
       01 dm_action pic x(8) value spaces.
       01 dm_reason pic x(40) value spaces.
       01 dm_expiry_num pic 9(8) value 0.
       01 dm_read_count pic 9(8) value 0.
       01 dm_applied_count pic 9(8) value 0.
       01 dm_reject_count pic 9(8) value 0.
       01 dm_regen_count pic 9(8) value 0.
       01 dm_count_disp pic zzzzzzz9.
       01 dm_before_status pic x(16) value spaces.
       01 dm_before_ticket pic x(16) value spaces.
       01 dm_before_expiry pic x(8) value spaces.
       01 dm_before_origin pic x value space.
       01 dm_moved_from pic x(222) value spaces.
       01 dm_audit_ptr pic 9(3) value 0.

       01 check_mode pic x value 'n'.
       01 check_tally pic 9(3) value 0.
       01 pf_text pic x(250) value spaces.
       01 pf_fatal_count pic 9(5) value 0.
       01 pf_warn_count pic 9(5) value 0.
       01 pf_load_count pic 9(5) value 0.
       01 pf_count_disp pic zzzz9.
       01 pf_eof pic x value 'n'.
       01 pf_lines pic 9(8) value 0.
       01 pf_lines_disp pic zzzzzzz9.
       01 pf_i pic 9(3) value 0.
       01 pf_j pic 9(3) value 0.
       01 pf_len_i pic 9(3) value 0.
       01 pf_len_j pic 9(3) value 0.
       01 pf_val_i pic x(222) value spaces.
       01 pf_val_j pic x(222) value spaces.
       01 pf_idx_disp pic zz9.
       01 pf_idx2_disp pic zz9.
       01 pf_shadow_idx pic 9(3) value 0.
       01 pf_cover pic x value 'n'.
       01 pf_risk_tally pic 9(3) value 0.
       01 pf_date_num pic 9(8) value 0.
       01 pf_bo_int pic 9(9) value 0.
       01 pf_day_int pic 9(9) value 0.
       01 pf_day_date pic x(8) value spaces.
       01 pf_wd pic 9(1) value 0.
       01 pf_d pic 9(1) value 0.
       01 pf_alt_full pic x value 'n'.
       01 pf_k pic 9(3) value 0.
       01 pf_tk_lines pic 9(8) value 0.
       01 pf_wk_num pic 9(8) value 0.
       01 pf_wk_date pic x(8) value spaces.
       01 pf_desc pic x(222) value spaces.
       01 pf_ptr pic 9(3) value 0.
       01 pf_age_disp pic zzzz9.
       01 pf_day_name_lits.
           05 filler pic x(9) value 'MONDAY'.
           05 filler pic x(9) value 'TUESDAY'.
           05 filler pic x(9) value 'WEDNESDAY'.
           05 filler pic x(9) value 'THURSDAY'.
           05 filler pic x(9) value 'FRIDAY'.
           05 filler pic x(9) value 'SATURDAY'.
           05 filler pic x(9) value 'SUNDAY'.
       01 pf_day_names redefines pf_day_name_lits.
           05 pf_day_name occurs 7 times pic x(9).
       01 teams_mode pic x value 'n'.
       01 teams_tally pic 9(3) value 0.
       01 owners_ctl_status pic xx value spaces.
       01 owners_eof pic x value 'n'.
       01 own_count pic 9(3) value 0.
       01 own_idx pic 9(3) value 0.
       01 own_tok_idx pic 9 value 0.
       01 own_tok_list.
           05 own_tok occurs 6 times pic x(80).
       01 own_tok_val pic x(80) value spaces.
       01 own_parse_ok pic x value 'y'.
       01 own_slash_tally pic 9(3) value 0.
       01 own_len pic 9(3) value 0.
       01 own_new_path pic x(222) value spaces.
       01 own_new_user pic x(32) value spaces.
       01 own_new_group pic x(32) value spaces.
       01 own_new_team pic x(30) value spaces.
       01 own_new_contact pic x(60) value spaces.
       01 own_table.
           05 own_entry occurs 200 times.
               10 own_path pic x(222).
               10 own_plen pic 9(3).
               10 own_wild pic x.
               10 own_user pic x(32).
               10 own_group pic x(32).
               10 own_team_idx pic 9(3).
       01 tm_count pic 9(3) value 0.
       01 tm_idx pic 9(3) value 0.
       01 tm_scan pic 9(3) value 0.
       01 tm_table.
           05 tm_entry occurs 100 times.
               10 tm_name pic x(30).
               10 tm_contact pic x(60).
               10 tm_present pic 9(8).
               10 tm_open pic 9(8).
               10 tm_bytes pic 9(15).
               10 tm_oldest pic 9(6).
               10 tm_high pic 9(8).
               10 tm_await pic 9(8).
       01 team_ext_name pic x(60) value spaces.
       01 ta_latest_seen pic x(8) value spaces.
       01 ta_run_num pic 9(8) value 0.
       01 ta_team_idx pic 9(3) value 0.
       01 ta_match pic x value 'n'.
       01 ta_status pic x(16) value spaces.
       01 ta_ticket pic x(16) value spaces.
       01 ta_expiry pic x(8) value spaces.
       01 ta_contact pic x(60) value spaces.
       01 ta_size_num pic 9(12) value 0.
       01 ta_age_days pic 9(6) value 0.
       01 ta_un_present pic 9(8) value 0.
       01 ta_un_open pic 9(8) value 0.
       01 ta_ext_open pic x value 'n'.
       01 ta_ext_team pic x(30) value spaces.
       01 ts_eof pic x value 'n'.
       01 ta_count_disp pic zzzzzzz9.
       01 ta_bytes_disp pic z(17)9.
       01 ta_days_disp pic z(10)9.
       01 ta_high_disp pic z(8)9.
       01 ta_await_disp pic z(7)9.
       01 whatif_mode pic x value 'n'.
       01 whatif_tally pic 9(3) value 0.
       01 wi_policy_name pic x(80) value spaces.
       01 wi_policy_status pic xx value spaces.
       01 wi_eof pic x value 'n'.
       01 wq_eof pic x value 'n'.
       01 wi_cur_count pic 9(3) value 0.
       01 wi_new_first pic 9(3) value 0.
       01 wi_new_count pic 9(3) value 0.
       01 wi_latest pic x(8) value spaces.
       01 wi_manual pic x value 'n'.
       01 wi_cur_action pic x(16) value spaces.
       01 wi_cur_rule pic 9(3) value 0.
       01 wi_new_action pic x(16) value spaces.
       01 wi_new_rule pic 9(3) value 0.
       01 wi_grp_rule pic 9(3) value 0.
       01 wi_grp_count pic 9(8) value 0.
       01 wi_first_grp pic x value 'y'.
       01 wi_scanned pic 9(8) value 0.
       01 wi_evaluated pic 9(8) value 0.
       01 wi_manual_count pic 9(8) value 0.
       01 wi_changed pic 9(8) value 0.
       01 wi_to_accepted pic 9(8) value 0.
       01 wi_to_delete pic 9(8) value 0.
       01 wi_to_review pic 9(8) value 0.
       01 wi_to_none pic 9(8) value 0.
       01 wi_size_num pic 9(12) value 0.
       01 wi_new_bytes pic 9(15) value 0.
       01 wi_lost_bytes pic 9(15) value 0.
       01 wi_bytes_disp pic z(14)9.
       01 wi_count_disp pic zzzzzzz9.
       01 wi_count2_disp pic zzzzzzz9.
       01 wi_rule_disp pic zz9.
       01 wi_ptr pic 9(3) value 0.
       01 asof_mode pic x value 'n'.
       01 asof_tally pic 9(3) value 0.
       01 as_target pic x(8) value spaces.
       01 as_effective pic x(8) value spaces.
       01 as_valid pic x value 'n'.
       01 as_srt_name pic x(40) value spaces.
       01 as_disp_srt_name pic x(40) value spaces.
       01 as_eof pic x value 'n'.
       01 as_disp_eof pic x value 'n'.
       01 as_master_ok pic x value 'n'.
       01 as_eff_int pic 9(9) value 0.
       01 as_grp_path pic x(222) value spaces.
       01 as_grp_first pic x(8) value spaces.
       01 as_grp_last pic x(8) value spaces.
       01 as_grp_snap pic x(560) value spaces.
       01 as_first_seen pic x(8) value spaces.
       01 as_d_status pic x(16) value spaces.
       01 as_d_ticket pic x(16) value spaces.
       01 as_d_expiry pic x(8) value spaces.
       01 as_disp_text pic x(60) value spaces.
       01 as_ptr pic 9(3) value 0.
       01 as_count pic 9(8) value 0.
       01 as_high pic 9(8) value 0.
       01 as_bytes pic 9(15) value 0.
       01 as_bytes_disp pic z(14)9.
       01 as_wk pic 9(8) value 0.
       01 as_30 pic 9(8) value 0.
       01 as_90 pic 9(8) value 0.
       01 as_old pic 9(8) value 0.
       01 as_manual pic 9(8) value 0.
       01 as_accepted pic 9(8) value 0.
       01 as_delete pic 9(8) value 0.
       01 as_review pic 9(8) value 0.
       01 verify_mode pic x value 'n'.
       01 verify_tally pic 9(3) value 0.
       01 ev_arg pic x(20) value spaces.
       01 ev_arg_len pic 9(2) value 0.
       01 ev_ptr pic 9(3) value 0.
       01 ev_status pic xx value spaces.
       01 ev_idx_status pic xx value spaces.
       01 ev_list_status pic xx value spaces.
       01 ev_list_name pic x(40) value spaces.
       01 ev_name pic x(40) value spaces.
       01 ev_stamp pic x(14) value spaces.
       01 ev_file_lits.
           05 filler pic x(30) value 'sample.orphans.rpt'.
           05 filler pic x(30) value 'sample.missing.rpt'.
           05 filler pic x(30) value 'sample.integrity.rpt'.
           05 filler pic x(30) value 'sample.quarantine.rpt'.
           05 filler pic x(30) value 'sample.quarantine.sh'.
           05 filler pic x(30) value 'sample.quarantine.manifest'.
           05 filler pic x(30) value 'sample.summary.rpt'.
           05 filler pic x(30) value 'sample.tickets.out'.
           05 filler pic x(30) value 'sample.space.rpt'.
           05 filler pic x(30) value 'sample.dupes.rpt'.
           05 filler pic x(30) value 'sample.orphans.trend.rpt'.
           05 filler pic x(30) value 'sample.orphans.change.rpt'.
           05 filler pic x(30) value 'sample.aging.rpt'.
           05 filler pic x(30) value 'sample.scan.rejects'.
           05 filler pic x(30) value 'sample.pkgchange.out'.
           05 filler pic x(30) value 'sample.orphans.latest'.
       01 ev_files redefines ev_file_lits.
           05 ev_file occurs 16 times pic x(30).
       01 ev_file_count pic 9(2) value 16.
       01 ev_idx pic 9(2) value 0.
       01 ev_present pic 9(2) value 0.
       01 ev_checked pic 9(2) value 0.
       01 ev_altered pic 9(2) value 0.
       01 ev_missing pic 9(2) value 0.
       01 ev_problem pic x value 'n'.
       01 ev_eof pic x value 'n'.
       01 ev_idx_eof pic x value 'n'.
       01 ev_idx_found pic x value 'n'.
       01 ev_chain_ok pic x value 'y'.
       01 ev_entry_num pic 9(6) value 0.
       01 ev_break_num pic 9(6) value 0.
       01 ev_count_disp pic zzzzz9.
       01 ev_lines pic x(12) value spaces.
       01 ev_crc pic x(12) value spaces.
       01 ev_bytes pic x(12) value spaces.
       01 ev_m_crc pic x(12) value spaces.
       01 ev_m_bytes pic x(12) value spaces.
       01 ev_c_stamp pic x(14) value spaces.
       01 ev_c_crc pic x(12) value spaces.
       01 ev_c_bytes pic x(12) value spaces.
       01 ev_prev_chain pic x(12) value spaces.
       01 ev_chain pic x(12) value spaces.
       01 ev_i_stamp pic x(14) value spaces.
       01 ev_i_name pic x(40) value spaces.
       01 ev_i_crc pic x(12) value spaces.
       01 ev_i_bytes pic x(12) value spaces.
       01 ev_i_chain pic x(12) value spaces.
       01 ev_t_kind pic x(10) value spaces.
       01 ev_t_name pic x(30) value spaces.
       01 ev_t_lines pic x(64) value spaces.
       01 ev_t_crc pic x(64) value spaces.
       01 ev_t_bytes pic x(12) value spaces.
       01 ev_t_six pic x(12) value spaces.
       01 ev_verdict pic x(12) value spaces.
       01 ev_detail pic x(160) value spaces.
       01 ev_check_path pic x(80) value spaces.
       01 ev_pack_verdict pic x(12) value spaces.
       01 ev_pack_detail pic x(80) value spaces.
       01 ev_pack_bad pic 9(2) value 0.
       01 ev_later pic x value 'n'.
       01 cmdln_evidence pic x(400) value spaces.
       01 backup_mode pic x value 'n'.
       01 backup_tally pic 9(3) value 0.
       01 rebuild_mode pic x value 'n'.
       01 rebuild_tally pic 9(3) value 0.
       01 mb_bkp_name pic x(40) value spaces.
       01 mb_bkp_status pic xx value spaces.
       01 mb_hist_ok pic x value 'n'.
       01 mb_written pic 9(8) value 0.
       01 mb_reported pic 9(8) value 0.
       01 mb_latest_seen pic x(8) value spaces.
       01 mb_latest_count pic 9(8) value 0.
       01 mb_manual pic 9(8) value 0.
       01 mb_policy pic 9(8) value 0.
       01 mb_quarantined pic 9(8) value 0.
       01 mb_findings pic 9(8) value 0.
       01 mb_finding pic x(36) value spaces.
       01 mb_detail pic x(60) value spaces.
       01 mb_count_disp pic zzzzzzz9.
       01 hp_eof pic x value 'n'.
       01 bkplist_status pic xx value spaces.
       01 archlist_status pic xx value spaces.
       01 cmdln_bkplist pic x(100) value spaces.
       01 cmdln_archlist pic x(100) value spaces.
       01 archlist_name pic x(40) value spaces.
       01 rbd_status pic xx value spaces.
       01 rb_exists pic x value 'n'.
       01 rb_eof pic x value 'n'.
       01 rb_bkp_eof pic x value 'n'.
       01 rb_list_eof pic x value 'n'.
       01 rb_hist_eof pic x value 'n'.
       01 rh_eof pic x value 'n'.
       01 rb_bkp_date pic x(8) value spaces.
       01 rb_hist_line pic x(580) value spaces.
       01 rb_grp_path pic x(222) value spaces.
       01 rb_grp_first pic x(8) value spaces.
       01 rb_grp_last pic x(8) value spaces.
       01 rb_grp_snap pic x(560) value spaces.
       01 rb_s_path pic x(222) value spaces.
       01 rb_s_root pic x(80) value spaces.
       01 rb_s_owner pic x(32) value spaces.
       01 rb_s_group pic x(32) value spaces.
       01 rb_s_perms pic x(4) value spaces.
       01 rb_s_size pic x(12) value spaces.
       01 rb_s_risk pic x(40) value spaces.
       01 rb_s_pkg pic x(60) value spaces.
       01 rb_bkp_loaded pic 9(8) value 0.
       01 rb_files_read pic 9(4) value 0.
       01 rb_hist_records pic 9(8) value 0.
       01 rb_hist_paths pic 9(8) value 0.
       01 rb_hist_added pic 9(8) value 0.
       01 rb_hist_updated pic 9(8) value 0.
       01 rb_quar_applied pic 9(8) value 0.
       01 rb_audit_applied pic 9(8) value 0.
       01 rb_total pic 9(8) value 0.
       01 rb_matched pic 9(8) value 0.
       01 rb_differ pic 9(8) value 0.
       01 rb_lost pic 9(8) value 0.
       01 rb_only pic 9(8) value 0.
       01 rb_count_disp pic zzzzzzz9.
       01 rb_count2_disp pic zzzzzzz9.
       01 rb_small_disp pic zzz9.
       01 rb_diff_text pic x(200) value spaces.
       01 rb_ptr pic 9(3) value 0.
       01 rb_date_limit pic x(8) value '99999999'.
       01 rb_max_date pic x(8) value spaces.
       01 rb_first_any pic x(8) value spaces.
       01 rb_month_seen pic x value 'n'.
       01 rb_after_seen pic x value 'n'.
       01 ra_date pic x(8) value spaces.
       01 ra_time pic x(8) value spaces.
       01 ra_user pic x(32) value spaces.
       01 ra_host pic x(64) value spaces.
       01 ra_action pic x(8) value spaces.
       01 ra_path pic x(222) value spaces.
       01 ra_b_status pic x(16) value spaces.
       01 ra_b_ticket pic x(16) value spaces.
       01 ra_b_expiry pic x(8) value spaces.
       01 ra_b_origin pic x value space.
       01 ra_a_status pic x(16) value spaces.
       01 ra_a_ticket pic x(16) value spaces.
       01 ra_a_expiry pic x(8) value spaces.
       01 ra_a_origin pic x value space.
       01 ra_moved_from pic x(222) value spaces.
       01 rb_move_first pic x(8) value spaces.
       01 suppressed_count pic 9(8) value 0.
       01 suppressed_count_disp pic zzzzzzz9.
       01 om_status pic xx value spaces.
       01 root_yn pic x value 'n'.
       01 confirm_answer pic x value space.
       01 execlog_status pic xx value spaces.
       01 lock_status pic xx value spaces.
       01 lk_needed pic x value 'n'.
       01 lk_acquired pic x value 'n'.
       01 lk_saved_rc pic s9(9) value 0.
       01 lk_event pic x value 'n'.
       01 lk_held pic x value 'n'.
       01 lk_state pic x value space.
       01 lk_reason pic x(40) value spaces.
       01 lk_action pic x(10) value spaces.
       01 lk_rc pic 9(2) value 0.
       01 lk_mode pic x(10) value spaces.
       01 lk_stale_hours pic 9(3) value 24.
       01 lk_hours_disp pic zz9.
       01 lk_host pic x(64) value spaces.
       01 lk_user pic x(32) value spaces.
       01 lk_run_mode pic x(10) value spaces.
       01 lk_date pic x(8) value spaces.
       01 lk_time pic x(6) value spaces.
       01 lk_pid pic x(10) value spaces.
       01 lk_pid_len pic 9(2) value 0.
       01 lk_my_pid pic x(10) value spaces.
       01 lk_pid_num pic 9(9) value 0.
       01 lk_pid_disp pic z(8)9.
       01 lk_new_name pic x(40) value spaces.
       01 lk_date_num pic 9(8) value 0.
       01 lk_age_sec pic s9(11) value 0.
       01 cmdln_lockcreate pic x(160) value spaces.
       01 cmdln_lockremove pic x(40) value 'rm -f sample.run.lock'.
       01 cmdln_lockcheck pic x(120) value spaces.

       01 orphanslatest_status pic xx value spaces.
       01 orphanshist_status pic xx value spaces.
       01 fleet_host_count_disp pic zz9.
       01 cmdln_fleetcat pic x(80) value
           'cat ./sample.fleet.d/* > ./sample.fleet.all 2>/dev/null'.
       01 cmdln_hostname pic x(80) value spaces.
       01 which_name pic x(40) value spaces.
       01 which_saved_rc pic s9(9) value 0.
       01 cmdln_rmscratch pic x(240) value spaces.

       01 limits_ctl_status pic xx value spaces.
       01 limits_eof pic x value 'n'.
               10 lg_rc4 pic 9(5).
               10 lg_rc8 pic 9(5).
               10 lg_rc12 pic 9(5).
               10 lg_lock pic 9(5).
               10 lg_phase_stat occurs 5 times.
                   15 lg_sum pic 9(9).
                   15 lg_max pic 9(7).
       01 policy_ctl_status pic xx value spaces.
       01 policy_eof pic x value 'n'.
       01 pol_count pic 9(3) value 0.
       01 pol_line pic x(300) value spaces.
       01 pol_src_name pic x(80) value 'sample.policy.ctl'.
       01 pol_idx pic 9(3) value 0.
       01 pol_found_idx pic 9(3) value 0.
       01 pol_tok1 pic x(222) value spaces.
       01 du_grp_total pic 9(6) value 0.
       01 du_grp_total_disp pic zzzzz9.
       01 du_recover_total pic 9(15) value 0.
       01 dupes_latest_status pic xx value spaces.
       01 dupes_publish_eof pic x value 'n'.
       01 mv_cur_eof pic x value 'n'.
       01 mv_prev_eof pic x value 'n'.
       01 mv_cand_eof pic x value 'n'.
       01 mv_new_eof pic x value 'y'.
       01 mv_old_eof pic x value 'y'.
       01 mv_moved pic x value 'n'.
       01 mv_regen pic x value 'n'.
       01 mv_old_found pic x value 'n'.
       01 mv_pair_count pic 9(8) value 0.
       01 mv_ambig_count pic 9(8) value 0.
       01 mv_grp_crc pic 9(10) value 0.
       01 mv_grp_size pic 9(12) value 0.
       01 mv_grp_new pic 9(6) value 0.
       01 mv_grp_old pic 9(6) value 0.
       01 mv_grp_new_path pic x(222) value spaces.
       01 mv_grp_old_path pic x(222) value spaces.
       01 mv_first_seen pic x(8) value spaces.
       01 mv_status pic x(16) value spaces.
       01 mv_ticket pic x(16) value spaces.
       01 mv_expiry pic x(8) value spaces.
       01 mv_stamp pic x(8) value spaces.
       01 mv_origin pic x value space.
       01 mv_seen pic x value space.
       01 cmdln_dupes pic x(120) value spaces.
       01 cmdln_pkginv_equery pic x(300) value spaces.
       01 cmdln_pkginv_dpkg pic x(300) value spaces.
       01 cmdln_pkginv_rpm pic x(300) value spaces.
       01 cmdln_pkgfiles_equery pic x(300) value spaces.
       01 cmdln_pkgfiles_dpkg pic x(300) value spaces.
       01 cmdln_pkgfiles_rpm pic x(300) value spaces.
       01 pkginv_out_status pic xx value spaces.
       01 pkginv_latest_status pic xx value spaces.
       01 pkginv_dated_status pic xx value spaces.
       01 pkginv_dated_name pic x(40) value spaces.
       01 pkgchange_out_status pic xx value spaces.
       01 pkgchange_log_status pic xx value spaces.
       01 pkgfiles_out_status pic xx value spaces.
       01 pkgfiles_latest_status pic xx value spaces.
       01 pd_status pic xx value spaces.
       01 pi_built pic x value 'n'.
       01 pi_baseline pic x value 'n'.
       01 pi_eof pic x value 'n'.
       01 pi_cur_eof pic x value 'n'.
       01 pi_prev_eof pic x value 'n'.
       01 pi_read_count pic 9(8) value 0.
       01 pi_cur_name pic x(60) value spaces.
       01 pi_cur_version pic x(60) value spaces.
       01 pi_prev_date pic x(8) value spaces.
       01 pi_prev_name pic x(60) value spaces.
       01 pi_prev_version pic x(60) value spaces.
       01 pi_cur_prior pic x(60) value spaces.
       01 pi_prev_prior pic x(60) value spaces.
       01 pi_cur_ahead_eof pic x value 'n'.
       01 pi_cur_ahead_name pic x(60) value spaces.
       01 pi_cur_ahead_version pic x(60) value spaces.
       01 pi_prev_ahead_eof pic x value 'n'.
       01 pi_prev_ahead_date pic x(8) value spaces.
       01 pi_prev_ahead_name pic x(60) value spaces.
       01 pi_prev_ahead_version pic x(60) value spaces.
       01 pi_match_name pic x(60) value spaces.
       01 pi_match_version pic x(60) value spaces.
       01 pi_dep_pending pic x value 'n'.
       01 pi_dep_name pic x(60) value spaces.
       01 pi_dep_version pic x(60) value spaces.
       01 pi_dep_action pic x(8) value spaces.
       01 pi_dep_ptr pic 9(3) value 0.
       01 pi_action pic x(8) value spaces.
       01 pi_chg_name pic x(60) value spaces.
       01 pi_old_version pic x(60) value spaces.
       01 pi_new_version pic x(60) value spaces.
       01 pi_install_count pic 9(6) value 0.
       01 pi_remove_count pic 9(6) value 0.
       01 pi_upgrade_count pic 9(6) value 0.
       01 pkf_eof pic x value 'n'.
       01 pkf_srt_eof pic x value 'n'.
       01 pdl_eof pic x value 'n'.
       01 pd_srt_eof pic x value 'n'.
       01 pd_inst_eof pic x value 'n'.
       01 pd_opened pic x value 'n'.
       01 pd_found pic x value 'n'.
       01 pd_count pic 9(8) value 0.
       01 pd_lookup_path pic x(222) value spaces.
       01 pd_parent pic x(222) value spaces.
       01 pd_path_len pic 9(3) value 0.
       01 pd_slash_pos pic 9(3) value 0.
       01 pd_scan_idx pic 9(3) value 0.
       01 pd_action_word pic x(8) value spaces.
       01 pd_suffix pic x(200) value spaces.
       01 ac_pass pic 9 value 0.
       01 ac_pass_count pic 9(8) value 0.
       01 ac_compared_count pic 9(8) value 0.
       01 ac_loosened_count pic 9(8) value 0.
       01 ac_changed_count pic 9(8) value 0.
       01 ac_grown_count pic 9(8) value 0.
       01 ac_count_disp pic zzzzzzz9.
       01 ac_old_root pic x(80) value spaces.
       01 ac_old_owner pic x(32) value spaces.
       01 ac_old_group pic x(32) value spaces.
       01 ac_old_perms pic x(4) value spaces.
       01 ac_old_size pic x(12) value spaces.
       01 ac_old_size_num pic 9(12) value 0.
       01 ac_new_size_num pic 9(12) value 0.
       01 ac_growth pic 9(12) value 0.
       01 ac_growth_mb pic 9(9) value 0.
       01 ac_growth_limit_mb pic 9(6) value 100.
       01 ac_mb_disp pic zzzzzzzz9.
       01 ac_added pic x(200) value spaces.
       01 ac_ptr pic 9(3) value 0.
       01 ac_high pic x value 'n'.
       01 ac_marker pic x(6) value spaces.
       01 ac_dig pic 9 value 0.
       01 ac_bit_idx pic 9 value 0.
       01 ac_name_idx pic 99 value 0.
       01 ac_new_d pic 9 value 0.
       01 ac_old_d pic 9 value 0.
       01 ac_nb pic 9 value 0.
       01 ac_ob pic 9 value 0.
       01 ac_bit_val_lits.
           05 filler pic 9 value 4.
           05 filler pic 9 value 2.
           05 filler pic 9 value 1.
       01 ac_bit_vals redefines ac_bit_val_lits.
           05 ac_bit_val occurs 3 times pic 9.
       01 ac_bit_name_lits.
           05 filler pic x(14) value 'SETUID'.
           05 filler pic x(14) value 'SETGID'.
           05 filler pic x(14) value 'sticky'.
           05 filler pic x(14) value 'owner read'.
           05 filler pic x(14) value 'owner write'.
           05 filler pic x(14) value 'owner execute'.
           05 filler pic x(14) value 'group read'.
           05 filler pic x(14) value 'group write'.
           05 filler pic x(14) value 'group execute'.
           05 filler pic x(14) value 'world read'.
           05 filler pic x(14) value 'WORLD-WRITABLE'.
           05 filler pic x(14) value 'world execute'.
       01 ac_bit_names redefines ac_bit_name_lits.
           05 ac_bit_name occurs 12 times pic x(14).

       PROCEDURE DIVISION.
           call "C$GETPID" returning lk_pid_num.
           move lk_pid_num to lk_pid_disp.
           move function trim(lk_pid_disp) to lk_my_pid.
           string 'sample.which.' lk_my_pid delimited by space
           '.out' delimited by size into which_name.
           string 'sample.evlist.' lk_my_pid delimited by space
           '.out' delimited by size into ev_list_name.
           string 'sample.archlist.' lk_my_pid delimited by space
           '.out' delimited by size into archlist_name.
           string 'sample.run.lock.' lk_my_pid delimited by space
           into lk_new_name.
           string 'sample.asof.' lk_my_pid delimited by space
           '.srt' delimited by size into as_srt_name.
           string 'sample.asofdisp.' lk_my_pid delimited by space
           '.srt' delimited by size into as_disp_srt_name.
           string 'rm -f ' delimited by size
           which_name delimited by space
           ' ' delimited by size
           ev_list_name delimited by space
           ' ' delimited by size
           archlist_name delimited by space
           ' ' delimited by size
           as_srt_name delimited by space
           ' ' delimited by size
           as_disp_srt_name delimited by space into cmdln_rmscratch.
           string 'ls -1 sample.orphans.bkp.[0-9]* 2>/dev/null | sort'
           ' | tail -1 > sample.bkplist.out'
           delimited by size into cmdln_bkplist.
           string 'ls -1 sample.orphans.arch.[0-9]* 2>/dev/null | sor'
           't > ' delimited by size
           archlist_name delimited by space into cmdln_archlist.
           string 'set -C ; cat ' delimited by size
           lk_new_name delimited by space
           ' > sample.run.lock 2>/dev/null ; rm -f ' delimited by size
           lk_new_name delimited by space into cmdln_lockcreate.
           string 'uname -n > ' delimited by size
           which_name delimited by space
           ' 2>&1' delimited by size into cmdln_hostname.
           string 'which equery > ' delimited by size
           which_name delimited by space
           ' 2>&1' delimited by size into cmdln_whichequery.
           string 'which dpkg > ' delimited by size
           which_name delimited by space
           ' 2>&1' delimited by size into cmdln_whichdpkg.
           string 'which rpm > ' delimited by size
           which_name delimited by space
           ' 2>&1' delimited by size into cmdln_whichrpm.
           string 'equery f "*" |sort |uniq > sample.getinstldpkg.out'
           delimited by size into cmdln_getinstldpkg_equery.
           string "dpkg-query -W -f='" '${Package}' '\n'
           delimited by size into cmdln_getinstldpkg_dpkg.
           string 'rpm -qla | sort -u > sample.getinstldpkg.out'
           delimited by size into cmdln_getinstldpkg_rpm.
           string "equery -q l -F '$cp|$fullversion' '*' > sample.pkgi"
           "nv.out 2>/dev/null" delimited by size
           into cmdln_pkginv_equery.
           string "dpkg-query -W -f='" '${Status}|${Package}|${Version}'
           '\n' "' 2>/dev/null | awk -F'|' '$1 ~ / installed$/ "
           '{print $2 "|" $3}' "' > sample.pkginv.out"
           delimited by size into cmdln_pkginv_dpkg.
           string "rpm -qa --queryformat '%{NAME}|%{VERSION}-%{RELEASE}"
           '\n' "' > sample.pkginv.out 2>/dev/null"
           delimited by size into cmdln_pkginv_rpm.
           string "awk '$1==" '"obj"||$1=="dir"||$1=="sym"'
           '{d=FILENAME; sub(/\/CONTENTS$/,"",d); '
           'sub(/^\/var\/db\/pkg\//,"",d); '
           'sub(/-[0-9][^-\/]*(-r[0-9]+)?$/,"",d); print $2 "|" d}'
           "' /var/db/pkg/*/*/CONTENTS > sample.pkgfiles.out"
           " 2>/dev/null" delimited by size into cmdln_pkgfiles_equery.
           string "awk '{n=FILENAME; sub(/^.*\//," '"",n); '
           'sub(/\.list$/,"",n); sub(/:.*$/,"",n); print $0 "|" n}'
           "' /var/lib/dpkg/info/*.list > sample.pkgfiles.out"
           " 2>/dev/null" delimited by size into cmdln_pkgfiles_dpkg.
           string "rpm -qa --queryformat '[%{FILENAMES}|%{NAME}" '\n'
           "]' > sample.pkgfiles.out 2>/dev/null"
           delimited by size into cmdln_pkgfiles_rpm.
           string "xargs -d '" '\n'
           "' -a ./sample.dupes.paths -r cksum"
           ' > ./sample.dupes.cksum 2>/dev/null'
                   by '        '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to dispmaint_tally.
           inspect excl_add tallying dispmaint_tally
               for all '--dispmaint'.
           if dispmaint_tally > 0
               move 'y' to dispmaint_mode
               inspect excl_add replacing first '--dispmaint'
                   by '           '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to check_tally.
           inspect excl_add tallying check_tally for all '--check'.
           if check_tally > 0
               move 'y' to check_mode
               inspect excl_add replacing first '--check' by '       '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to backup_tally.
           inspect excl_add tallying backup_tally for all '--backup'.
           if backup_tally > 0
               move 'y' to backup_mode
               inspect excl_add replacing first '--backup'
                   by '        '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to rebuild_tally.
           inspect excl_add tallying rebuild_tally for all '--rebuild'.
           if rebuild_tally > 0
               move 'y' to rebuild_mode
               inspect excl_add replacing first '--rebuild'
                   by '         '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to whatif_tally.
           inspect excl_add tallying whatif_tally for all '--whatif'.
           if whatif_tally > 0
               move 'y' to whatif_mode
               inspect excl_add replacing first '--whatif'
                   by '        '
               move function trim(excl_add) to excl_add
               unstring excl_add delimited by ' ' into wi_policy_name
               if wi_policy_name = spaces
                   move 'sample.policy.new' to wi_policy_name
               end-if
               move spaces to excl_add
           end-if.
           move 0 to verify_tally.
           inspect excl_add tallying verify_tally for all '--verify'.
           if verify_tally > 0
               move 'y' to verify_mode
               inspect excl_add replacing first '--verify'
                   by '        '
               move function trim(excl_add) to excl_add
               unstring excl_add delimited by ' ' into ev_arg
               move spaces to excl_add
           end-if.
           move 0 to asof_tally.
           inspect excl_add tallying asof_tally for all '--asof'.
           if asof_tally > 0
               move 'y' to asof_mode
               inspect excl_add replacing first '--asof' by '      '
               move function trim(excl_add) to excl_add
               unstring excl_add delimited by ' ' into as_target
               move spaces to excl_add
           end-if.
           move 0 to teams_tally.
           inspect excl_add tallying teams_tally for all '--teams'.
           if teams_tally > 0
               move 'y' to teams_mode
               inspect excl_add replacing first '--teams' by '       '
               move function trim(excl_add) to excl_add
           end-if.
           move 0 to query_tally.
           inspect excl_add tallying query_tally for all '--query'.
           if query_tally > 0
               perform add-excl-path
           end-if.

           if check_mode = 'y'
               perform open-preflight-report
           end-if.

           open input exclctl.
           if exclctl_status = '00'
               perform read-exclctl until exclctl_eof = 'y'
               " scan mode comes from the command line"
           end-if.

           if teams_mode = 'y' or check_mode = 'y'
               open input ownersctl
               if owners_ctl_status = '00'
                   perform read-ownersctl until owners_eof = 'y'
                   close ownersctl
                   display "Owner mapping entries loaded: " own_count
               end-if
           end-if.

           accept run_date from date yyyymmdd.
           accept run_time from time.

           perform get-host-name.
           perform set-lock-mode.
           if lk_needed = 'y'
               perform acquire-run-lock
           else
               perform note-shared-lock
           end-if.

           if check_mode = 'y'
               perform preflight-check
               STOP RUN
           end-if.

           if fleet_mode = 'y'
               perform fleet-consolidation
               perform release-run-lock
               STOP RUN
           end-if.

               STOP RUN
           end-if.

           if dispmaint_mode = 'y'
               perform disposition-maintenance
               perform release-run-lock
               STOP RUN
           end-if.

           if teams_mode = 'y'
               perform team-accountability
               STOP RUN
           end-if.

           if backup_mode = 'y'
               perform master-backup
               perform release-run-lock
               STOP RUN
           end-if.

           if rebuild_mode = 'y'
               perform master-rebuild
               perform release-run-lock
               STOP RUN
           end-if.

           if verify_mode = 'y'
               perform evidence-verify
               STOP RUN
           end-if.

           if whatif_mode = 'y'
               perform policy-whatif
               STOP RUN
           end-if.

           if asof_mode = 'y'
               perform asof-inventory
               STOP RUN
           end-if.

           perform apply-run-calendar.

           perform open-orphan-master.
                   DISPLAY "Aborting at user's request."
                   perform write-overflow-warning
                   close orphanrpt missingrpt
                   perform release-run-lock
                   STOP RUN
               end-if
           end-if.
            evaluate pkg_mgr
              when 'EQUERY'
                call "SYSTEM" using cmdln_getinstldpkg_equery
                call "SYSTEM" using cmdln_pkginv_equery
                call "SYSTEM" using cmdln_pkgfiles_equery
              when 'DPKG'
                call "SYSTEM" using cmdln_getinstldpkg_dpkg
                call "SYSTEM" using cmdln_pkginv_dpkg
                call "SYSTEM" using cmdln_pkgfiles_dpkg
              when 'RPM'
                call "SYSTEM" using cmdln_getinstldpkg_rpm
                call "SYSTEM" using cmdln_pkginv_rpm
                call "SYSTEM" using cmdln_pkgfiles_rpm
              when other
                DISPLAY "No supported package manager, skipping listi"
                "ng"
           matchedout.
           perform end-phase-timer.
           move ph_elapsed to ph_match_sec.
           perform build-package-changes.
           perform verify-matched-files.
           perform build-carry-file.
           perform merge-orphans-comb.
           perform write-space-report.
           perform write-dupes-report.
           perform write-summary-report.
           perform detect-moved-orphans.
           perform build-trend-report.
           perform build-change-report.
           perform publish-orphan-snapshot.
           perform publish-package-inventory.
           perform build-aging-report.
           perform housekeep-orphan-hist.
           perform list-quarantine-eligible.

           close orphanmaster.
           if pd_opened = 'y'
               close pkgdepart
           end-if.

           open output checkpointfile.
           close checkpointfile.

           perform set-return-code.
           perform write-evidence-pack.
           perform release-run-lock.
           move final_rc to return-code.

           STOP RUN.

               + function numval(ph_time(5:2)).

       write-run-ledger.
           evaluate true
             when lk_event = 'y'
               move 'L' to ledger_mode_flag
             when incr_active = 'y'
               move 'I' to ledger_mode_flag
             when other
               move 'F' to ledger_mode_flag
           end-evaluate.
           move spaces to runledgerRECORD.
           string run_date '|' run_time '|' delimited by size
           host_name delimited by space
                 when lg_pri_month
                   move 2 to lg_m
               end-evaluate
               if lg_m > 0 and lg_mode_tok = 'L'
                   add 1 to lg_lock(lg_m)
                   move zero to lg_m
               end-if
               if lg_m > 0
                   add 1 to lg_runs(lg_m)
                   move zero to lg_rc_num
           string '  ended rc=12 (empty phase):    ' lg_runs_disp
           delimited by size into opsrptRECORD.
           write opsrptRECORD.
           move lg_lock(lg_m) to lg_runs_disp.
           move spaces to opsrptRECORD.
           string '  refused or took over lock:    ' lg_runs_disp
           delimited by size into opsrptRECORD.
           write opsrptRECORD.
           move spaces to opsrptRECORD.
           string '  phase seconds (average / worst):'
           delimited by size into opsrptRECORD.
               end-if
           end-if.

       open-preflight-report.
           accept run_date from date yyyymmdd.
           accept run_time from time.
           move zero to pf_fatal_count.
           move zero to pf_warn_count.
           open output preflightrpt.
           move spaces to preflightrptRECORD.
           string 'Preflight control file check run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into preflightrptRECORD.
           write preflightrptRECORD.
           move spaces to preflightrptRECORD.
           write preflightrptRECORD from spaces.
           move spaces to preflightrptRECORD.
           string 'Findings while loading control files:'
           delimited by size into preflightrptRECORD.
           write preflightrptRECORD.

       note-preflight-fatal.
           if check_mode = 'y'
               add 1 to pf_fatal_count
               move spaces to preflightrptRECORD
               string '  FATAL    ' delimited by size
               pf_text delimited by size
               into preflightrptRECORD
               write preflightrptRECORD
           end-if.

       note-preflight-warning.
           if check_mode = 'y'
               add 1 to pf_warn_count
               move spaces to preflightrptRECORD
               string '  WARNING  ' delimited by size
               pf_text delimited by size
               into preflightrptRECORD
               write preflightrptRECORD
           end-if.

       note-preflight-info.
           if check_mode = 'y'
               move spaces to preflightrptRECORD
               string '  INFO     ' delimited by size
               pf_text delimited by size
               into preflightrptRECORD
               write preflightrptRECORD
           end-if.

       preflight-check.
           display "Preflight check of control files, report written"
           " to sample.preflight.rpt".
           compute pf_load_count = pf_fatal_count + pf_warn_count.
           if pf_load_count = 0
               move spaces to preflightrptRECORD
               string '  (none)' delimited by size
               into preflightrptRECORD
               write preflightrptRECORD
           end-if.
           move spaces to preflightrptRECORD.
           write preflightrptRECORD from spaces.
           move spaces to preflightrptRECORD.
           string 'Cross-file checks:' delimited by size
           into preflightrptRECORD.
           write preflightrptRECORD.
           perform preflight-check-roots.
           perform preflight-check-excl.
           perform preflight-check-policy.
           perform preflight-check-dispctl.
           perform preflight-check-calendar.
           perform preflight-check-tickets.
           if pf_fatal_count + pf_warn_count = pf_load_count
               move spaces to preflightrptRECORD
               string '  (none)' delimited by size
               into preflightrptRECORD
               write preflightrptRECORD
           end-if.
           move spaces to preflightrptRECORD.
           write preflightrptRECORD from spaces.
           perform preflight-file-status.
           move spaces to preflightrptRECORD.
           write preflightrptRECORD from spaces.
           move pf_fatal_count to pf_count_disp.
           move spaces to preflightrptRECORD.
           string 'Fatal findings: ' pf_count_disp
           delimited by size into preflightrptRECORD.
           write preflightrptRECORD.
           move pf_warn_count to pf_count_disp.
           move spaces to preflightrptRECORD.
           string 'Warnings:       ' pf_count_disp
           delimited by size into preflightrptRECORD.
           write preflightrptRECORD.
           move spaces to preflightrptRECORD.
           evaluate true
             when pf_fatal_count > 0
               move 16 to final_rc
               string 'Result: FAIL - correct the fatal findings befo'
               're the next run' delimited by size
               into preflightrptRECORD
             when pf_warn_count > 0
               move 4 to final_rc
               string 'Result: PASS WITH WARNINGS' delimited by size
               into preflightrptRECORD
             when other
               move 0 to final_rc
               string 'Result: PASS' delimited by size
               into preflightrptRECORD
           end-evaluate.
           write preflightrptRECORD.
           close preflightrpt.
           display "Preflight fatal findings " pf_fatal_count
           " warnings " pf_warn_count.
           display "Preflight completion code " final_rc.
           move final_rc to return-code.

       preflight-file-status.
           move spaces to preflightrptRECORD.
           string 'Control files:' delimited by size
           into preflightrptRECORD.
           write preflightrptRECORD.
           move excl_path_count to pf_idx_disp.
           move spaces to preflightrptRECORD.
           if exclctl_status = '00'
               string '  sample.excl.ctl      loaded, ' pf_idx_disp
               ' exclusion paths in effect (5 built-in)'
               delimited by size into preflightrptRECORD
           else
               string '  sample.excl.ctl      not found, built-in ex'
               'clusions only' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move scan_root_count to pf_idx_disp.
           move spaces to preflightrptRECORD.
           if roots_ctl_status = '00'
               string '  sample.roots.ctl     loaded, ' pf_idx_disp
               ' scan roots' delimited by size
               into preflightrptRECORD
           else
               string '  sample.roots.ctl     not found, defaulting '
               'to /etc' delimited by size into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move pf_lines to pf_lines_disp.
           move spaces to preflightrptRECORD.
           if disp_ctl_status = '00'
               string '  sample.disp.ctl      loaded, ' pf_lines_disp
               ' disposition entries' delimited by size
               into preflightrptRECORD
           else
               string '  sample.disp.ctl      not found, all orphans'
               ' are reported' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move pol_count to pf_idx_disp.
           move spaces to preflightrptRECORD.
           if policy_ctl_status = '00'
               string '  sample.policy.ctl    loaded, ' pf_idx_disp
               ' usable rules' delimited by size
               into preflightrptRECORD
           else
               string '  sample.policy.ctl    not found, disposition'
               's are manual only' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move spaces to preflightrptRECORD.
           if limits_ctl_status = '00'
               string '  sample.limits.ctl    loaded'
               delimited by size into preflightrptRECORD
           else
               string '  sample.limits.ctl    not found, built-in de'
               'faults' delimited by size into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move cal_blackout_count to pf_idx_disp.
           move spaces to preflightrptRECORD.
           if calendar_ctl_status = '00'
               string '  sample.calendar.ctl  loaded, ' pf_idx_disp
               ' blackout dates' delimited by size
               into preflightrptRECORD
           else
               string '  sample.calendar.ctl  not found, scan mode c'
               'omes from the command line' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move own_count to pf_idx_disp.
           move spaces to preflightrptRECORD.
           if owners_ctl_status = '00'
               string '  sample.owners.ctl    loaded, ' pf_idx_disp
               ' team mapping entries' delimited by size
               into preflightrptRECORD
           else
               string '  sample.owners.ctl    not found, --teams rep'
               'orts every orphan as unassigned' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.
           move pf_tk_lines to pf_lines_disp.
           move spaces to preflightrptRECORD.
           if tickets_open_status = '00'
               string '  sample.tickets.open  loaded, ' pf_lines_disp
               ' open tickets' delimited by size
               into preflightrptRECORD
           else
               string '  sample.tickets.open  not found, all new hig'
               'h-risk orphans are fed' delimited by size
               into preflightrptRECORD
           end-if.
           write preflightrptRECORD.

       preflight-check-roots.
           perform preflight-one-root
               varying pf_i from 1 by 1
               until pf_i > scan_root_count.

       preflight-one-root.
           move function trim(scan_roots(pf_i)) to pf_val_i.
           move zero to pf_len_i.
           if pf_val_i not = spaces
               compute pf_len_i =
                   function length(function trim(pf_val_i))
           end-if.
           if pf_val_i(1:1) not = '/'
               move spaces to pf_text
               string 'sample.roots.ctl: scan root '
               function trim(pf_val_i)
               ' is not an absolute path' delimited by size
               into pf_text
               perform note-preflight-fatal
           else
               perform preflight-root-excl
                   varying pf_j from 1 by 1
                   until pf_j > excl_path_count
               compute pf_k = pf_i + 1
               perform preflight-root-nest
                   varying pf_j from pf_k by 1
                   until pf_j > scan_root_count
           end-if.

       preflight-root-excl.
           move function trim(excl_path(pf_j)) to pf_val_j.
           move zero to pf_len_j.
           if pf_val_j not = spaces
               compute pf_len_j =
                   function length(function trim(pf_val_j))
           end-if.
           if pf_len_j > 0 and
           pf_val_i(1:pf_len_j) = pf_val_j(1:pf_len_j)
               move spaces to pf_text
               string 'sample.roots.ctl: scan root '
               function trim(pf_val_i) ' is excluded by '
               function trim(pf_val_j)
               ', nothing under it would be walked'
               delimited by size into pf_text
               perform note-preflight-fatal
           end-if.

       preflight-root-nest.
           move function trim(scan_roots(pf_j)) to pf_val_j.
           move zero to pf_len_j.
           if pf_val_j not = spaces
               compute pf_len_j =
                   function length(function trim(pf_val_j))
           end-if.
           move spaces to pf_text.
           evaluate true
             when pf_len_j = 0
               continue
             when pf_val_j = pf_val_i
               string 'sample.roots.ctl: scan root '
               function trim(pf_val_i) ' is listed more than once'
               delimited by size into pf_text
             when pf_len_i < pf_len_j and
             pf_val_j(1:pf_len_i) = pf_val_i(1:pf_len_i) and
             (pf_val_i(pf_len_i:1) = '/' or
             pf_val_j(pf_len_i + 1:1) = '/')
               string 'sample.roots.ctl: scan root '
               function trim(pf_val_j) ' is nested inside scan root '
               function trim(pf_val_i)
               ', its files would be walked twice'
               delimited by size into pf_text
             when pf_len_j < pf_len_i and
             pf_val_i(1:pf_len_j) = pf_val_j(1:pf_len_j) and
             (pf_val_j(pf_len_j:1) = '/' or
             pf_val_i(pf_len_j + 1:1) = '/')
               string 'sample.roots.ctl: scan root '
               function trim(pf_val_i) ' is nested inside scan root '
               function trim(pf_val_j)
               ', its files would be walked twice'
               delimited by size into pf_text
           end-evaluate.
           if pf_text not = spaces
               perform note-preflight-fatal
           end-if.

       preflight-check-excl.
           perform preflight-one-excl
               varying pf_j from 6 by 1
               until pf_j > excl_path_count.

       preflight-one-excl.
           if excl_path(pf_j)(1:1) not = '/'
               move spaces to pf_text
               string 'sample.excl.ctl: exclusion '
               function trim(excl_path(pf_j))
               ' is not an absolute path and never matches'
               delimited by size into pf_text
               perform note-preflight-warning
           end-if.

       preflight-check-policy.
           perform preflight-one-policy
               varying pf_j from 2 by 1
               until pf_j > pol_count.

       preflight-one-policy.
           move zero to pf_shadow_idx.
           perform preflight-policy-cover
               varying pf_i from 1 by 1
               until pf_i >= pf_j or pf_shadow_idx > 0.
           if pf_shadow_idx > 0
               move pf_j to pf_k
               perform preflight-describe-rule
               move pf_desc to pf_val_j
               move pf_shadow_idx to pf_k
               perform preflight-describe-rule
               move pf_desc to pf_val_i
               move pf_j to pf_idx_disp
               move pf_shadow_idx to pf_idx2_disp
               move spaces to pf_text
               string 'sample.policy.ctl: rule '
               function trim(pf_idx_disp) ' ('
               function trim(pf_val_j) ') can never fire, rule '
               function trim(pf_idx2_disp) ' ('
               function trim(pf_val_i) ') always matches first'
               delimited by size into pf_text
               perform note-preflight-warning
           end-if.

       preflight-policy-cover.
           move 'n' to pf_cover.
           evaluate true
             when pol_pattern(pf_i) = '*'
               move 'y' to pf_cover
             when pol_wild(pf_i) = 'y'
               if pol_pattern(pf_j) not = '*' and
               pol_pattern_len(pf_i) > 0 and
               pol_pattern_len(pf_j) >= pol_pattern_len(pf_i)
                   if pol_pattern(pf_j)(1:pol_pattern_len(pf_i)) =
                   pol_pattern(pf_i)(1:pol_pattern_len(pf_i))
                       move 'y' to pf_cover
                   end-if
               end-if
             when other
               if pol_wild(pf_j) = 'n' and
               pol_pattern(pf_j) = pol_pattern(pf_i)
                   move 'y' to pf_cover
               end-if
           end-evaluate.
           if pf_cover = 'y' and pol_has_age(pf_i) = 'y'
               if pol_has_age(pf_j) = 'n' or
               pol_age_min(pf_j) < pol_age_min(pf_i)
                   move 'n' to pf_cover
               end-if
           end-if.
           if pf_cover = 'y' and pol_risk(pf_i) not = spaces
               move zero to pf_risk_tally
               if pol_risk(pf_j) not = spaces
                   move zero to pf_len_i
                   compute pf_len_i =
                       function length(function trim(pol_risk(pf_i)))
                   inspect pol_risk(pf_j) tallying pf_risk_tally
                       for all pol_risk(pf_i)(1:pf_len_i)
               end-if
               if pf_risk_tally = 0
                   move 'n' to pf_cover
               end-if
           end-if.
           if pf_cover = 'y'
               move pf_i to pf_shadow_idx
           end-if.

       preflight-describe-rule.
           move spaces to pf_desc.
           move 1 to pf_ptr.
           string function trim(pol_pattern(pf_k)) delimited by size
           into pf_desc with pointer pf_ptr.
           if pol_has_age(pf_k) = 'y'
               move pol_age_min(pf_k) to pf_age_disp
               string ' AGE>' function trim(pf_age_disp)
               delimited by size into pf_desc with pointer pf_ptr
           end-if.
           if pol_risk(pf_k) not = spaces
               string ' RISK=' function trim(pol_risk(pf_k))
               delimited by size into pf_desc with pointer pf_ptr
           end-if.
           string ' ' function trim(pol_action(pf_k))
           delimited by size into pf_desc with pointer pf_ptr.

       preflight-check-dispctl.
           move zero to pf_lines.
           move 'n' to pf_eof.
           open input dispctl.
           if disp_ctl_status = '00'
               perform preflight-one-disp until pf_eof = 'y'
               close dispctl
           end-if.

       preflight-one-disp.
           read dispctl at end move 'y' to pf_eof.
           if pf_eof is not = 'y' and dispctlRECORD is not = spaces
               add 1 to pf_lines
               move spaces to dl_path
               move spaces to dl_status_in
               move spaces to dl_ticket_in
               move spaces to dl_expiry_in
               unstring dispctlRECORD delimited by '|'
                   into dl_path dl_status_in dl_ticket_in
                   dl_expiry_in
               perform validate-disp-values
               evaluate true
                 when dl_path(1:1) not = '/'
                   move 'PATH NOT ABSOLUTE' to dm_reason
                 when dm_reason = 'EXPIRY NOT IN THE FUTURE'
                   move spaces to dm_reason
                   if dl_expiry_in < run_date
                       move spaces to pf_text
                       string 'sample.disp.ctl: '
                       function trim(dl_status_in) ' for '
                       function trim(dl_path) ' expired on '
                       dl_expiry_in(1:4) '-' dl_expiry_in(5:2) '-'
                       dl_expiry_in(7:2) delimited by size
                       into pf_text
                       perform note-preflight-warning
                   end-if
               end-evaluate
               if dm_reason not = spaces
                   move spaces to pf_text
                   string 'sample.disp.ctl: ' function trim(dm_reason)
                   ': ' function trim(dispctlRECORD)
                   delimited by size into pf_text
                   perform note-preflight-fatal
               end-if
           end-if.

       preflight-check-calendar.
           perform preflight-one-weekday
               varying pf_d from 1 by 1
               until pf_d > 7.
           perform preflight-one-blackout
               varying cal_bo_idx from 1 by 1
               until cal_bo_idx > cal_blackout_count.

       preflight-one-weekday.
           if cal_full_days(pf_d:1) = 'y' and
           cal_incr_days(pf_d:1) = 'y'
               move spaces to pf_text
               string 'sample.calendar.ctl: '
               function trim(pf_day_name(pf_d))
               ' is both a FULL-DAY and an INCR-DAY, the full walk'
               ' wins' delimited by size into pf_text
               perform note-preflight-warning
           end-if.

       preflight-one-blackout.
           move cal_blackout(cal_bo_idx) to pf_day_date.
           move pf_day_date to pf_date_num.
           move spaces to pf_text.
           evaluate true
             when function test-date-yyyymmdd(pf_date_num) not = 0
               string 'sample.calendar.ctl: BLACKOUT ' pf_day_date
               ' is not a valid date' delimited by size into pf_text
               perform note-preflight-warning
             when pf_day_date < run_date
               string 'sample.calendar.ctl: BLACKOUT '
               pf_day_date(1:4) '-' pf_day_date(5:2) '-'
               pf_day_date(7:2) ' is in the past' delimited by size
               into pf_text
               perform note-preflight-warning
             when other
               if pf_day_date = run_date
                   string 'sample.calendar.ctl: today is a BLACKOUT '
                   'date, a run today exits with return code 20'
                   delimited by size into pf_text
                   perform note-preflight-info
               end-if
               perform preflight-blackout-fullday
           end-evaluate.

       preflight-blackout-fullday.
           compute pf_bo_int = function integer-of-date(pf_date_num).
           compute pf_wd = function mod(pf_bo_int, 7).
           if pf_wd = 0
               move 7 to pf_wd
           end-if.
           if cal_full_days(pf_wd:1) = 'y'
               move 'n' to pf_alt_full
               perform preflight-week-fullday
                   varying pf_d from 1 by 1
                   until pf_d > 7
               move spaces to pf_text
               if pf_alt_full = 'y'
                   string 'sample.calendar.ctl: BLACKOUT '
                   pf_day_date(1:4) '-' pf_day_date(5:2) '-'
                   pf_day_date(7:2) ' falls on FULL-DAY '
                   function trim(pf_day_name(pf_wd))
                   ', another full walk day that week still runs'
                   delimited by size into pf_text
                   perform note-preflight-info
               else
                   string 'sample.calendar.ctl: BLACKOUT '
                   pf_day_date(1:4) '-' pf_day_date(5:2) '-'
                   pf_day_date(7:2) ' falls on FULL-DAY '
                   function trim(pf_day_name(pf_wd))
                   ' and leaves no full walk that week'
                   delimited by size into pf_text
                   perform note-preflight-warning
               end-if
           end-if.

       preflight-week-fullday.
           if pf_d not = pf_wd and cal_full_days(pf_d:1) = 'y'
               compute pf_day_int = pf_bo_int - pf_wd + pf_d
               compute pf_wk_num = function date-of-integer(pf_day_int)
               move pf_wk_num to pf_wk_date
               move 'n' to cal_bo_hit
               perform preflight-blackout-match
                   varying pf_k from 1 by 1
                   until pf_k > cal_blackout_count
                   or cal_bo_hit = 'y'
               if cal_bo_hit = 'n'
                   move 'y' to pf_alt_full
               end-if
           end-if.

       preflight-blackout-match.
           if cal_blackout(pf_k) = pf_wk_date
               move 'y' to cal_bo_hit
           end-if.

       preflight-check-tickets.
           move zero to pf_tk_lines.
           move 'n' to pf_eof.
           open input ticketsopen.
           if tickets_open_status = '00'
               perform preflight-one-ticket until pf_eof = 'y'
               close ticketsopen
           end-if.

       preflight-one-ticket.
           read ticketsopen at end move 'y' to pf_eof.
           if pf_eof is not = 'y' and
           ticketsopenRECORD is not = spaces and
           ticketsopenRECORD(1:1) not = '*'
               add 1 to pf_tk_lines
               move spaces to tk_open_path
               unstring ticketsopenRECORD delimited by '|'
                   into tk_open_path
               if tk_open_path(1:1) not = '/'
                   move spaces to pf_text
                   string 'sample.tickets.open: entry does not start'
                   ' with an absolute path: '
                   function trim(ticketsopenRECORD)
                   delimited by size into pf_text
                   perform note-preflight-warning
               end-if
           end-if.

       match-merge.
           evaluate true
             when allfiles_eof = 'y'
               move 'y' to roll_eof
           end-if.
           perform read-rollup-rec.
           move 'n' to latest_eof.
           move 'n' to latest_opened.
           if pd_opened = 'y'
               open input orphanslatest
               if orphanslatest_status = '00'
                   move 'y' to latest_opened
               else
                   move 'y' to latest_eof
               end-if
               perform read-latestorphan
           end-if.
           perform read-attrorphan until attr_eof = 'y'.
           close orphanscomb orphanscurr quarscript agingsrt
           quarblocked.
           if latest_opened = 'y'
               close orphanslatest
           end-if.
           if link_opened = 'y'
               close linksorted
           end-if.
           perform check-installed-link.
           perform check-rollup.
           perform resolve-first-seen.
           move spaces to pd_suffix.
           if pd_opened = 'y'
               perform read-latestorphan until latest_eof = 'y'
                   or latest_path >= attr_path
               if latest_eof = 'y' or latest_path not = attr_path
                   move attr_path to pd_lookup_path
                   perform lookup-departed-pkg
               end-if
           end-if.
           move attr_path to disp_lookup_path.
           perform check-disp-suppress.
           if dl_found not = 'n'
                   display "Cannot open orphan master file sample.or"
                   "phans.mst, status " om_status ", aborting"
                   move 16 to return-code
                   perform release-run-lock
                   STOP RUN
               end-if
           end-if.
               write orphanmasterRECORD
           end-if.

       disposition-maintenance.
           display "Disposition maintenance: applying sample.disp.txn".
           DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME.
           ACCEPT envusrname FROM ENVIRONMENT-VALUE.
           if envusrname = spaces
               move 'UNKNOWN' to envusrname
           end-if.
           move zero to dm_read_count.
           move zero to dm_applied_count.
           move zero to dm_reject_count.
           move 'n' to dm_eof.
           open input disptxn.
           if disp_txn_status not = '00'
               display "No disposition transaction file found (sampl"
               "e.disp.txn), nothing to apply"
               move 16 to return-code
           else
               perform open-orphan-master
               perform load-disposition-file
               open output disprejects
               move spaces to disprejectsRECORD
               string 'Disposition maintenance rejects run '
               run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
               run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
               delimited by size into disprejectsRECORD
               write disprejectsRECORD
               move spaces to disprejectsRECORD
               write disprejectsRECORD from spaces
               perform read-disptxn until dm_eof = 'y'
               close disptxn
               if dm_reject_count = 0
                   move spaces to disprejectsRECORD
                   string '  (none)' delimited by size
                   into disprejectsRECORD
                   write disprejectsRECORD
               end-if
               move spaces to disprejectsRECORD
               write disprejectsRECORD from spaces
               move dm_read_count to dm_count_disp
               move spaces to disprejectsRECORD
               string 'Transactions read:     ' dm_count_disp
               delimited by size into disprejectsRECORD
               write disprejectsRECORD
               move dm_applied_count to dm_count_disp
               move spaces to disprejectsRECORD
               string 'Transactions applied:  ' dm_count_disp
               delimited by size into disprejectsRECORD
               write disprejectsRECORD
               move dm_reject_count to dm_count_disp
               move spaces to disprejectsRECORD
               string 'Transactions rejected: ' dm_count_disp
               delimited by size into disprejectsRECORD
               write disprejectsRECORD
               close disprejects
               perform regenerate-dispctl
               close orphanmaster
               display "Disposition transactions read " dm_read_count
               " applied " dm_applied_count " rejected "
               dm_reject_count
               display "sample.disp.ctl regenerated with "
               dm_regen_count " entries"
               if dm_reject_count > 0
                   display "Rejected transactions listed in sample.d"
                   "isp.rejects"
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

       read-disptxn.
           read disptxn at end move 'y' to dm_eof.
           if dm_eof is not = 'y' and disptxnRECORD is not = spaces
           and disptxnRECORD(1:1) not = '*'
               add 1 to dm_read_count
               move spaces to dm_action
               move spaces to dl_path
               move spaces to dl_status_in
               move spaces to dl_ticket_in
               move spaces to dl_expiry_in
               unstring disptxnRECORD delimited by '|'
                   into dm_action dl_path dl_status_in dl_ticket_in
                   dl_expiry_in
               perform validate-disp-txn
               if dm_reason = spaces
                   perform apply-disp-txn
               else
                   perform reject-disp-txn
               end-if
           end-if.

       validate-disp-txn.
           move spaces to dm_reason.
           move zero to dl_plen.
           if dl_path not = spaces
               compute dl_plen =
                   function length(function trim(dl_path))
           end-if.
           evaluate true
             when dm_action not = 'ADD' and dm_action not = 'CHANGE'
             and dm_action not = 'DELETE'
               move 'UNKNOWN ACTION' to dm_reason
             when dl_path = spaces
               move 'NO PATH' to dm_reason
             when dl_path(1:1) not = '/'
               move 'PATH NOT ABSOLUTE' to dm_reason
             when dl_plen > 2 and dl_path(dl_plen:1) = '*' and
             dl_path(dl_plen - 1:1) = '/'
               move 'SUBTREE ENTRY - EDIT sample.disp.ctl'
                   to dm_reason
           end-evaluate.
           if dm_reason = spaces
               move 'n' to om_exists
               move dl_path to om_path
               read orphanmaster
                   invalid key continue
                   not invalid key move 'y' to om_exists
               end-read
               evaluate true
                 when om_exists = 'n' or om_last_seen = spaces
                   move 'PATH NOT ON ORPHAN MASTER' to dm_reason
                 when dm_action = 'ADD' and om_disp_origin = 'M' and
                 om_disp_stamp = run_date and
                 om_disp_status not = spaces
                   move 'DISPOSITION EXISTS - USE CHANGE' to dm_reason
                 when dm_action not = 'ADD' and
                 (om_disp_origin not = 'M' or
                 om_disp_stamp not = run_date or
                 om_disp_status = spaces)
                   move 'NO DISPOSITION ON FILE' to dm_reason
               end-evaluate
           end-if.
           if dm_reason = spaces and dm_action not = 'DELETE'
               perform validate-disp-values
               if dm_reason = spaces and dm_action = 'CHANGE' and
               dl_status_in = om_disp_status and
               dl_ticket_in = om_disp_ticket and
               dl_expiry_in = om_disp_expiry
                   move 'NO CHANGE IN VALUES' to dm_reason
               end-if
           end-if.

       validate-disp-values.
           move spaces to dm_reason.
           evaluate true
             when dl_status_in not = 'ACCEPTED' and
             dl_status_in not = 'DELETE-CANDIDATE' and
             dl_status_in not = 'REVIEW'
               move 'UNKNOWN STATUS' to dm_reason
             when dl_status_in = 'DELETE-CANDIDATE' and
             dl_ticket_in = spaces
               move 'DELETE-CANDIDATE WITHOUT TICKET' to dm_reason
             when dl_expiry_in = spaces
               continue
             when dl_expiry_in is not numeric
               move 'EXPIRY NOT YYYYMMDD' to dm_reason
             when other
               move dl_expiry_in to dm_expiry_num
               if function test-date-yyyymmdd(dm_expiry_num) not = 0
                   move 'EXPIRY NOT A VALID DATE' to dm_reason
               else
                   if dl_expiry_in not > run_date
                       move 'EXPIRY NOT IN THE FUTURE' to dm_reason
                   end-if
               end-if
           end-evaluate.

       reject-disp-txn.
           add 1 to dm_reject_count.
           move spaces to disprejectsRECORD.
           move '  ' to disprejectsRECORD(1:2).
           move dm_reason to disprejectsRECORD(3:40).
           move disptxnRECORD to disprejectsRECORD(45:300).
           write disprejectsRECORD.

       apply-disp-txn.
           move om_disp_status to dm_before_status.
           move om_disp_ticket to dm_before_ticket.
           move om_disp_expiry to dm_before_expiry.
           move om_disp_origin to dm_before_origin.
           if dm_action = 'DELETE'
               move spaces to om_disp_status
               move spaces to om_disp_ticket
               move spaces to om_disp_expiry
               move spaces to om_disp_stamp
               move space to om_disp_origin
               move space to om_disp_seen
           else
               move dl_status_in to om_disp_status
               move dl_ticket_in to om_disp_ticket
               move dl_expiry_in to om_disp_expiry
               move run_date to om_disp_stamp
               move 'M' to om_disp_origin
               move 'n' to om_disp_seen
           end-if.
           rewrite orphanmasterRECORD.
           add 1 to dm_applied_count.
           perform write-disp-audit.

       write-disp-audit.
           move spaces to dispauditRECORD.
           move 1 to dm_audit_ptr.
           string run_date '|' run_time '|' delimited by size
           envusrname delimited by space
           '|' delimited by size
           host_name delimited by space
           '|' delimited by size
           dm_action delimited by space
           '|' delimited by size
           function trim(om_path) delimited by size
           '|' delimited by size
           dm_before_status delimited by space
           '|' delimited by size
           dm_before_ticket delimited by space
           '|' delimited by size
           dm_before_expiry delimited by space
           '|' delimited by size
           dm_before_origin delimited by space
           '|' delimited by size
           om_disp_status delimited by space
           '|' delimited by size
           om_disp_ticket delimited by space
           '|' delimited by size
           om_disp_expiry delimited by space
           '|' delimited by size
           om_disp_origin delimited by space
           into dispauditRECORD with pointer dm_audit_ptr
           on overflow
           display "STRING OVERFLOW writing disposition audit for pa"
           "th=[" om_path "]"
           end-string.
           if dm_moved_from not = spaces
               string '|' delimited by size
               function trim(dm_moved_from) delimited by size
               into dispauditRECORD with pointer dm_audit_ptr
           end-if.
           open extend dispaudit.
           if disp_audit_status not = '00'
               open output dispaudit
           end-if.
           write dispauditRECORD.
           close dispaudit.

       regenerate-dispctl.
           move zero to dm_regen_count.
           open output dispctl.
           move 'n' to oms_eof.
           move low-values to om_path.
           start orphanmaster key is not less than om_path
               invalid key move 'y' to oms_eof
           end-start.
           perform regenerate-one-disp until oms_eof = 'y'.
           perform regenerate-one-wildcard
               varying wc_idx from 1 by 1
               until wc_idx > wc_count.
           close dispctl.

       regenerate-one-disp.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y' and
           om_disp_origin = 'M' and
           om_disp_stamp = run_date and
           om_disp_status not = spaces
               add 1 to dm_regen_count
               move spaces to dispctlRECORD
               string function trim(om_path) delimited by size
               '|' delimited by size
               om_disp_status delimited by space
               '|' delimited by size
               om_disp_ticket delimited by space
               '|' delimited by size
               om_disp_expiry delimited by space
               into dispctlRECORD
               write dispctlRECORD
           end-if.

       regenerate-one-wildcard.
           add 1 to dm_regen_count.
           move spaces to dispctlRECORD.
           string function trim(wc_path(wc_idx)) delimited by size
           '|' delimited by size
           wc_status(wc_idx) delimited by space
           '|' delimited by size
           wc_ticket(wc_idx) delimited by space
           '|' delimited by size
           wc_expiry(wc_idx) delimited by space
           into dispctlRECORD.
           write dispctlRECORD.

       asof-inventory.
           display "Reconstructing the orphan inventory as of "
           as_target.
           move zero to rb_files_read.
           move zero to rb_hist_records.
           move zero to as_count.
           move zero to as_high.
           move zero to as_bytes.
           move zero to as_wk.
           move zero to as_30.
           move zero to as_90.
           move zero to as_old.
           move zero to as_manual.
           move zero to as_accepted.
           move zero to as_delete.
           move zero to as_review.
           open output asofrpt.
           move spaces to asofrptRECORD.
           string 'Orphan inventory as of ' delimited by size
           as_target(1:4) '-' as_target(5:2) '-' as_target(7:2)
           ', reconstructed '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move spaces to asofrptRECORD.
           write asofrptRECORD from spaces.
           move 'n' to as_valid.
           if as_target is numeric
               move as_target to aging_date_num
               if function integer-of-date(aging_date_num) > 0
                   move 'y' to as_valid
               end-if
           end-if.
           if as_valid = 'n'
               move spaces to asofrptRECORD
               string 'Not a valid date: ' as_target
               ' - give the date as yyyymmdd' delimited by size
               into asofrptRECORD
               write asofrptRECORD
               close asofrpt
               display "Not a valid as-of date: " as_target
               move 16 to return-code
           else
               move as_target to rb_date_limit
               move spaces to rb_max_date
               move spaces to rb_first_any
               move 'n' to rb_month_seen
               move 'n' to rb_after_seen
               sort sortrbhistwk
                   on ascending key rh_sort_path rh_sort_date
                   input procedure is load-rebuild-hist
                   giving asofsrt
               move '99999999' to rb_date_limit
               move rb_max_date to as_effective
               perform write-asof-heading
               if as_effective = spaces
                   close asofrpt
                   display "No retained orphan history on or before "
                   as_target
                   move 16 to return-code
               else
                   sort sortasofdispwk
                       on ascending key ad_path ad_date ad_time
                       input procedure is load-asof-disp
                       giving asofdispsrt
                   perform write-asof-inventory
                   perform write-asof-totals
                   close asofrpt
                   display "Orphans as of " as_effective ": " as_count
                   " - see sample.asof.rpt"
                   if as_effective not = as_target
                       move 4 to return-code
                   else
                       move 0 to return-code
                   end-if
               end-if
           end-if.
           perform remove-scratch-files.

       write-asof-heading.
           move spaces to asofrptRECORD.
           string 'Requested date:    ' as_target(1:4) '-'
           as_target(5:2) '-' as_target(7:2) delimited by size
           into asofrptRECORD.
           write asofrptRECORD.
           move spaces to asofrptRECORD.
           evaluate true
             when as_effective = spaces and rb_first_any = spaces
               string 'NOTE: no orphan history is retained (sample.or'
               'phans.hist and its monthly archives are empty)'
               delimited by size into asofrptRECORD
             when as_effective = spaces
               string 'NOTE: the date falls before the retained histo'
               'ry - the earliest retained run is '
               rb_first_any(1:4) '-' rb_first_any(5:2) '-'
               rb_first_any(7:2) delimited by size
               into asofrptRECORD
             when as_effective = as_target
               string 'Inventory of run:  ' as_effective(1:4) '-'
               as_effective(5:2) '-' as_effective(7:2)
               delimited by size into asofrptRECORD
             when rb_month_seen = 'n' and rb_after_seen = 'y' and
             as_effective(1:6) < as_target(1:6)
               string 'NOTE: the date falls in a history retention ga'
               'p (nothing retained for ' as_target(1:4) '-'
               as_target(5:2) ') - the nearest earlier retained run, '
               as_effective(1:4) '-' as_effective(5:2) '-'
               as_effective(7:2) ', is shown' delimited by size
               into asofrptRECORD
             when other
               string 'NOTE: no run on that date - the nearest earlier'
               ' run, ' as_effective(1:4) '-' as_effective(5:2) '-'
               as_effective(7:2) ', is shown' delimited by size
               into asofrptRECORD
           end-evaluate.
           write asofrptRECORD.
           move rb_files_read to rb_small_disp.
           move rb_hist_records to rb_count_disp.
           move spaces to asofrptRECORD.
           string 'History read:      ' function trim(rb_small_disp)
           ' files, ' function trim(rb_count_disp)
           ' records on or before the requested date'
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move spaces to asofrptRECORD.
           write asofrptRECORD from spaces.

       load-asof-disp.
           move 'n' to dm_eof.
           open input dispaudit.
           if disp_audit_status = '00'
               perform release-asof-disp until dm_eof = 'y'
               close dispaudit
           end-if.

       release-asof-disp.
           read dispaudit at end move 'y' to dm_eof.
           if dm_eof is not = 'y' and dispauditRECORD not = spaces
               move spaces to ra_date
               move spaces to ra_time
               move spaces to ra_user
               move spaces to ra_host
               move spaces to ra_action
               move spaces to ra_path
               move spaces to ra_b_status
               move spaces to ra_b_ticket
               move spaces to ra_b_expiry
               move spaces to ra_b_origin
               move spaces to ra_a_status
               move spaces to ra_a_ticket
               move spaces to ra_a_expiry
               move spaces to ra_a_origin
               unstring dispauditRECORD delimited by '|'
                   into ra_date ra_time ra_user ra_host ra_action
                   ra_path ra_b_status ra_b_ticket ra_b_expiry
                   ra_b_origin ra_a_status ra_a_ticket ra_a_expiry
                   ra_a_origin
               if ra_path(1:1) = '/' and ra_date is numeric and
               ra_date <= as_effective
                   move ra_path to ad_path
                   move ra_date to ad_date
                   move ra_time to ad_time
                   move ra_a_status to ad_status
                   move ra_a_ticket to ad_ticket
                   move ra_a_expiry to ad_expiry
                   release sortasofdispwk_rec
               end-if
           end-if.

       write-asof-inventory.
           move as_effective to aging_date_num.
           compute as_eff_int =
               function integer-of-date(aging_date_num).
           move 'n' to as_master_ok.
           open input orphanmaster.
           if om_status = '00'
               move 'y' to as_master_ok
           end-if.
           move 'n' to as_eof.
           move 'n' to as_disp_eof.
           open input asofsrt asofdispsrt.
           perform read-asof-disp.
           perform read-asof-rec.
           perform asof-path-group until as_eof = 'y'.
           close asofsrt asofdispsrt.
           if as_master_ok = 'y'
               close orphanmaster
           end-if.
           if as_count = 0
               move spaces to asofrptRECORD
               string '  (no orphans at that run)' delimited by size
               into asofrptRECORD
               write asofrptRECORD
           end-if.

       read-asof-rec.
           read asofsrt at end move 'y' to as_eof.

       read-asof-disp.
           read asofdispsrt at end move 'y' to as_disp_eof.

       asof-path-group.
           move as_s_path to as_grp_path.
           move as_s_date to as_grp_first.
           perform asof-group-record until as_eof = 'y'
               or as_s_path not = as_grp_path.
           if as_grp_last = as_effective
               perform emit-asof-orphan
           end-if.

       asof-group-record.
           move as_s_date to as_grp_last.
           move as_s_snap to as_grp_snap.
           perform read-asof-rec.

       emit-asof-orphan.
           move spaces to attr_path.
           move spaces to attr_root.
           move spaces to attr_owner.
           move spaces to attr_group.
           move spaces to attr_perms.
           move spaces to attr_size.
           move spaces to attr_risk.
           move spaces to attr_pkg.
           unstring as_grp_snap delimited by '|'
               into attr_path attr_root attr_owner attr_group
               attr_perms attr_size attr_risk attr_pkg.
           move as_grp_first to as_first_seen.
           if as_master_ok = 'y'
               move as_grp_path to om_path
               read orphanmaster
                   invalid key continue
                   not invalid key
                     if om_first_seen is numeric and
                     om_first_seen < as_first_seen
                         move om_first_seen to as_first_seen
                     end-if
               end-read
           end-if.
           move zero to aging_days.
           move as_first_seen to aging_date_num.
           compute aging_first_int =
               function integer-of-date(aging_date_num).
           if aging_first_int > 0
               compute aging_days = as_eff_int - aging_first_int
           end-if.
           if aging_days < 0
               move zero to aging_days
           end-if.
           add 1 to as_count.
           evaluate true
             when aging_days <= 7
               add 1 to as_wk
             when aging_days <= 30
               add 1 to as_30
             when aging_days <= 90
               add 1 to as_90
             when other
               add 1 to as_old
           end-evaluate.
           if attr_size not = spaces
               compute as_bytes = as_bytes + function numval(attr_size)
           end-if.
           move spaces to orphan_risk_suffix.
           if attr_risk not = spaces
               add 1 to as_high
               string '*** HIGH-RISK: ' delimited by size
               function trim(attr_risk) delimited by size
               ' ***' delimited by size
               into orphan_risk_suffix
           end-if.
           perform find-asof-disposition.
           move aging_days to aging_days_disp.
           move spaces to asofrptRECORD.
           string '[' attr_root delimited by space ']  '
           attr_path delimited by space
           ' (' delimited by size
           attr_owner delimited by space ':' delimited by size
           attr_group delimited by space ' mode ' delimited by size
           attr_perms delimited by size
           ' size ' delimited by size
           attr_size delimited by space
           ') source ' delimited by size
           attr_pkg delimited by space
           ' first seen ' as_first_seen(1:4) '-' as_first_seen(5:2)
           '-' as_first_seen(7:2) ' age ' delimited by size
           function trim(aging_days_disp) delimited by size
           ' days ' delimited by size
           as_disp_text delimited by '  '
           ' ' delimited by size
           orphan_risk_suffix delimited by size
           into asofrptRECORD.
           write asofrptRECORD.

       find-asof-disposition.
           move spaces to as_disp_text.
           move spaces to as_d_status.
           move spaces to as_d_ticket.
           move spaces to as_d_expiry.
           perform read-asof-disp until as_disp_eof = 'y'
               or ae_path >= as_grp_path.
           perform take-asof-disp until as_disp_eof = 'y'
               or ae_path not = as_grp_path.
           if as_d_status not = spaces
               add 1 to as_manual
               evaluate as_d_status
                 when 'ACCEPTED'
                   add 1 to as_accepted
                 when 'DELETE-CANDIDATE'
                   add 1 to as_delete
                 when 'REVIEW'
                   add 1 to as_review
               end-evaluate
               move 1 to as_ptr
               string '[' delimited by size
               as_d_status delimited by space
               into as_disp_text with pointer as_ptr
               if as_d_ticket not = spaces
                   string ' ticket ' delimited by size
                   as_d_ticket delimited by space
                   into as_disp_text with pointer as_ptr
               end-if
               if as_d_expiry not = spaces
                   string ' expires ' delimited by size
                   as_d_expiry delimited by space
                   into as_disp_text with pointer as_ptr
               end-if
               string ']' delimited by size
               into as_disp_text with pointer as_ptr
           end-if.

       take-asof-disp.
           move ae_status to as_d_status.
           move ae_ticket to as_d_ticket.
           move ae_expiry to as_d_expiry.
           perform read-asof-disp.

       write-asof-totals.
           move spaces to asofrptRECORD.
           write asofrptRECORD from spaces.
           move spaces to asofrptRECORD.
           string 'Totals as of the run of ' as_effective(1:4) '-'
           as_effective(5:2) '-' as_effective(7:2) ':'
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_count to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  orphans:                  ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_high to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  high-risk:                ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_bytes to as_bytes_disp.
           move spaces to asofrptRECORD.
           string '  total bytes:       ' as_bytes_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_wk to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  new that week (0-7 days): ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_30 to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  8-30 days:                ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_90 to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  31-90 days:               ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_old to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  over 90 days:             ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_manual to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '  manual dispositions:      ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_accepted to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '    ACCEPTED:               ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_delete to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '    DELETE-CANDIDATE:       ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move as_review to aging_bucket_disp.
           move spaces to asofrptRECORD.
           string '    REVIEW:                 ' aging_bucket_disp
           delimited by size into asofrptRECORD.
           write asofrptRECORD.
           move spaces to asofrptRECORD.
           write asofrptRECORD from spaces.
           move spaces to asofrptRECORD.
           string 'Dispositions shown are manual dispositions rebuil'
           't from sample.disp.audit; policy and subtree (/*) dis'
           'positions are not kept historically.' delimited by size
           into asofrptRECORD.
           write asofrptRECORD.

       policy-whatif.
           display "Policy what-if: evaluating "
           function trim(wi_policy_name) " against sample.orphans.mst".
           move zero to wi_scanned.
           move zero to wi_evaluated.
           move zero to wi_manual_count.
           move zero to wi_changed.
           move zero to wi_to_accepted.
           move zero to wi_to_delete.
           move zero to wi_to_review.
           move zero to wi_to_none.
           move zero to wi_new_bytes.
           move zero to wi_lost_bytes.
           open output whatifrpt.
           move spaces to whatifrptRECORD.
           string 'Policy what-if run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move spaces to whatifrptRECORD.
           write whatifrptRECORD from spaces.
           move pol_count to wi_cur_count.
           compute wi_new_first = pol_count + 1.
           open input whatifpolicy.
           if wi_policy_status not = '00'
               move spaces to whatifrptRECORD
               string 'Cannot open candidate policy file ' delimited
               by size wi_policy_name delimited by space
               ', status ' wi_policy_status delimited by size
               into whatifrptRECORD
               write whatifrptRECORD
               close whatifrpt
               display "Cannot open candidate policy file "
               function trim(wi_policy_name) ", status "
               wi_policy_status
               move 16 to return-code
           else
               move wi_policy_name to pol_src_name
               move 'n' to wi_eof
               perform read-whatif-policy until wi_eof = 'y'
               close whatifpolicy
               move 'sample.policy.ctl' to pol_src_name
               compute wi_new_count = pol_count - wi_cur_count
               open input orphanmaster
               if om_status not = '00'
                   move spaces to whatifrptRECORD
                   string 'Cannot open sample.orphans.mst, status '
                   om_status delimited by size into whatifrptRECORD
                   write whatifrptRECORD
                   close whatifrpt
                   display "Cannot open orphan master file sample.or"
                   "phans.mst, status " om_status
                   move 16 to return-code
               else
                   move run_date to aging_date_num
                   compute run_date_int =
                       function integer-of-date(aging_date_num)
                   perform find-whatif-latest
                   perform load-whatif-wildcards
                   perform write-whatif-heading
                   sort sortwhatifwk on ascending key wq_rule wq_path
                       input procedure is whatif-evaluate
                       output procedure is whatif-write-changes
                   close orphanmaster
                   perform write-whatif-totals
                   close whatifrpt
                   display "Orphans that would change disposition: "
                   wi_changed " - see sample.whatif.rpt"
                   if wi_changed > 0
                       move 4 to return-code
                   else
                       move 0 to return-code
                   end-if
               end-if
           end-if.

       read-whatif-policy.
           read whatifpolicy at end move 'y' to wi_eof.
           if wi_eof is not = 'y' and whatifpolicyRECORD is not =
           spaces and whatifpolicyRECORD(1:1) not = '*'
               if pol_count > 199
                   display "Too many rules in "
                   function trim(wi_policy_name) " - current and can"
                   "didate rules together are limited to 200, ignori"
                   "ng the rest"
                   move 'y' to wi_eof
               else
                   move whatifpolicyRECORD to pol_line
                   perform parse-policy-rule
               end-if
           end-if.

       find-whatif-latest.
           move spaces to wi_latest.
           move 'n' to oms_eof.
           move low-values to om_path.
           start orphanmaster key is not less than om_path
               invalid key move 'y' to oms_eof
           end-start.
           perform scan-whatif-latest until oms_eof = 'y'.

       scan-whatif-latest.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y' and om_last_seen is numeric
               if wi_latest = spaces or om_last_seen > wi_latest
                   move om_last_seen to wi_latest
               end-if
           end-if.

       load-whatif-wildcards.
           move zero to wc_count.
           move 'n' to disp_eof.
           open input dispctl.
           if disp_ctl_status = '00'
               perform read-whatif-dispctl until disp_eof = 'y'
               close dispctl
           end-if.

       read-whatif-dispctl.
           read dispctl at end move 'y' to disp_eof.
           if disp_eof is not = 'y' and dispctlRECORD is not = spaces
               move spaces to dl_path
               move spaces to dl_status_in
               move spaces to dl_ticket_in
               move spaces to dl_expiry_in
               unstring dispctlRECORD delimited by '|'
                   into dl_path dl_status_in dl_ticket_in
                   dl_expiry_in
               move zero to dl_plen
               compute dl_plen =
                   function length(function trim(dl_path))
               if dl_plen > 2 and dl_path(dl_plen:1) = '*' and
               dl_path(dl_plen - 1:1) = '/'
                   perform add-wildcard-disp
               end-if
           end-if.

       write-whatif-heading.
           move wi_cur_count to wi_rule_disp.
           move spaces to whatifrptRECORD.
           string 'Current rules:   sample.policy.ctl, '
           function trim(wi_rule_disp) ' usable' delimited by size
           into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_new_count to wi_rule_disp.
           move spaces to whatifrptRECORD.
           string 'Candidate rules: ' delimited by size
           wi_policy_name delimited by space
           ', ' function trim(wi_rule_disp) ' usable'
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move spaces to whatifrptRECORD.
           write whatifrptRECORD from spaces.
           move spaces to whatifrptRECORD.
           string 'Changes by candidate rule:' delimited by size
           into whatifrptRECORD.
           write whatifrptRECORD.

       whatif-evaluate.
           move 'n' to oms_eof.
           move low-values to om_path.
           start orphanmaster key is not less than om_path
               invalid key move 'y' to oms_eof
           end-start.
           perform whatif-one-orphan until oms_eof = 'y'.

       whatif-one-orphan.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y'
               add 1 to wi_scanned
               if wi_latest not = spaces and om_last_seen = wi_latest
                   add 1 to wi_evaluated
                   perform whatif-check-manual
                   if wi_manual = 'y'
                       add 1 to wi_manual_count
                   else
                       perform whatif-apply-rules
                   end-if
               end-if
           end-if.

       whatif-check-manual.
           move 'n' to wi_manual.
           if om_disp_origin = 'M' and om_disp_status not = spaces
           and om_disp_stamp >= wi_latest
               move 'y' to wi_manual
           end-if.
           if wi_manual = 'n' and wc_count > 0
               move om_path to disp_lookup_path
               move zero to wc_found_idx
               perform scan-wildcard-disp
                   varying wc_idx from 1 by 1
                   until wc_idx > wc_count or wc_found_idx > 0
               if wc_found_idx > 0
                   move 'y' to wi_manual
               end-if
           end-if.

       whatif-apply-rules.
           move om_path to attr_path.
           move om_risk to attr_risk.
           move zero to pol_age_days.
           if om_first_seen is numeric
               move om_first_seen to aging_date_num
               compute pol_first_int =
                   function integer-of-date(aging_date_num)
               if pol_first_int > 0
                   compute pol_age_days = run_date_int - pol_first_int
               end-if
           end-if.
           if pol_age_days < 0
               move zero to pol_age_days
           end-if.
           move spaces to wi_cur_action.
           move zero to wi_cur_rule.
           move zero to pol_found_idx.
           perform match-policy-rule
               varying pol_idx from 1 by 1
               until pol_idx > wi_cur_count or pol_found_idx > 0.
           if pol_found_idx > 0
               move pol_action(pol_found_idx) to wi_cur_action
               move pol_found_idx to wi_cur_rule
           end-if.
           move spaces to wi_new_action.
           move zero to wi_new_rule.
           move zero to pol_found_idx.
           perform match-policy-rule
               varying pol_idx from wi_new_first by 1
               until pol_idx > pol_count or pol_found_idx > 0.
           if pol_found_idx > 0
               move pol_action(pol_found_idx) to wi_new_action
               compute wi_new_rule = pol_found_idx - wi_cur_count
           end-if.
           if wi_new_action not = wi_cur_action
               perform release-whatif-change
           end-if.

       release-whatif-change.
           add 1 to wi_changed.
           move zero to wi_size_num.
           if om_size not = spaces
               compute wi_size_num = function numval(om_size)
           end-if.
           evaluate wi_new_action
             when 'ACCEPTED'
               add 1 to wi_to_accepted
             when 'DELETE-CANDIDATE'
               add 1 to wi_to_delete
               add wi_size_num to wi_new_bytes
             when 'REVIEW'
               add 1 to wi_to_review
             when other
               add 1 to wi_to_none
           end-evaluate.
           if wi_cur_action = 'DELETE-CANDIDATE'
               add wi_size_num to wi_lost_bytes
           end-if.
           if wi_new_rule > 0
               move wi_new_rule to wq_rule
           else
               move 999 to wq_rule
           end-if.
           move om_path to wq_path.
           move om_size to wq_size.
           move wi_cur_action to wq_cur_action.
           move wi_cur_rule to wq_cur_rule.
           move wi_new_action to wq_new_action.
           release sortwhatifwk_rec.

       whatif-write-changes.
           move 'n' to wq_eof.
           move 'y' to wi_first_grp.
           move zero to wi_grp_count.
           perform return-whatif-change until wq_eof = 'y'.
           if wi_first_grp = 'n'
               perform write-whatif-group-total
           else
               move spaces to whatifrptRECORD
               string '  (no orphan would change disposition)'
               delimited by size into whatifrptRECORD
               write whatifrptRECORD
           end-if.

       return-whatif-change.
           return sortwhatifwk at end move 'y' to wq_eof.
           if wq_eof is not = 'y'
               if wi_first_grp = 'y' or wq_rule not = wi_grp_rule
                   if wi_first_grp = 'n'
                       perform write-whatif-group-total
                   end-if
                   move 'n' to wi_first_grp
                   move wq_rule to wi_grp_rule
                   move zero to wi_grp_count
                   perform write-whatif-group-head
               end-if
               add 1 to wi_grp_count
               perform write-whatif-change-line
           end-if.

       write-whatif-group-head.
           move spaces to whatifrptRECORD.
           write whatifrptRECORD from spaces.
           move spaces to whatifrptRECORD.
           if wq_rule = 999
               string '  No candidate rule matches:' delimited by size
               into whatifrptRECORD
           else
               compute pf_k = wq_rule + wi_cur_count
               perform preflight-describe-rule
               move wq_rule to wi_rule_disp
               string '  Candidate rule ' function trim(wi_rule_disp)
               ': ' function trim(pf_desc) delimited by size
               into whatifrptRECORD
           end-if.
           write whatifrptRECORD.

       write-whatif-change-line.
           move spaces to whatifrptRECORD.
           move 1 to wi_ptr.
           string '    ' function trim(wq_path) '  size '
           delimited by size
           wq_size delimited by space
           '  now ' delimited by size
           into whatifrptRECORD with pointer wi_ptr.
           if wq_cur_action = spaces
               string '(none)' delimited by size
               into whatifrptRECORD with pointer wi_ptr
           else
               move wq_cur_rule to wi_rule_disp
               string wq_cur_action delimited by space
               ' (rule ' function trim(wi_rule_disp) ')'
               delimited by size
               into whatifrptRECORD with pointer wi_ptr
           end-if.
           string '  would be ' delimited by size
           into whatifrptRECORD with pointer wi_ptr.
           if wq_new_action = spaces
               string '(none)' delimited by size
               into whatifrptRECORD with pointer wi_ptr
           else
               string wq_new_action delimited by space
               into whatifrptRECORD with pointer wi_ptr
           end-if.
           write whatifrptRECORD.

       write-whatif-group-total.
           move wi_grp_count to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '    orphans changed: ' function trim(wi_count_disp)
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.

       write-whatif-totals.
           move spaces to whatifrptRECORD.
           write whatifrptRECORD from spaces.
           move spaces to whatifrptRECORD.
           if wi_latest = spaces
               string 'Orphans evaluated: none - sample.orphans.mst h'
               'olds no orphan seen by a run' delimited by size
               into whatifrptRECORD
           else
               move wi_scanned to wi_count_disp
               move wi_evaluated to wi_count2_disp
               string 'Orphans evaluated:                   '
               wi_count2_disp ' (present at the run of '
               wi_latest(1:4) '-' wi_latest(5:2) '-' wi_latest(7:2)
               ', ' function trim(wi_count_disp)
               ' records in sample.orphans.mst)'
               delimited by size into whatifrptRECORD
           end-if.
           write whatifrptRECORD.
           move wi_manual_count to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '  held by a manual disposition:      ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_changed to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '  would change disposition:          ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_to_accepted to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '    to ACCEPTED:                     ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_to_delete to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '    to DELETE-CANDIDATE:             ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_to_review to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '    to REVIEW:                       ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_to_none to wi_count_disp.
           move spaces to whatifrptRECORD.
           string '    to no policy disposition:        ' wi_count_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_new_bytes to wi_bytes_disp.
           move spaces to whatifrptRECORD.
           string 'Bytes newly quarantine-eligible:     ' wi_bytes_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move wi_lost_bytes to wi_bytes_disp.
           move spaces to whatifrptRECORD.
           string 'Bytes no longer quarantine-eligible: ' wi_bytes_disp
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.
           move spaces to whatifrptRECORD.
           write whatifrptRECORD from spaces.
           move spaces to whatifrptRECORD.
           string 'Simulation only: sample.orphans.mst, sample.disp.'
           'ctl and the quarantine outputs were not changed.'
           delimited by size into whatifrptRECORD.
           write whatifrptRECORD.

       write-evidence-pack.
           move spaces to ev_stamp.
           string run_date run_time(1:6) delimited by size
           into ev_stamp.
           move spaces to ev_name.
           string 'sample.evidence.' ev_stamp delimited by size
           into ev_name.
           move zero to ev_present.
           open output evmanifest.
           move spaces to evmanifestRECORD.
           string 'EVIDENCE|' ev_stamp '|' delimited by size
           host_name delimited by space
           '|' delimited by size
           envusrname delimited by space
           '|' final_rc delimited by size
           into evmanifestRECORD.
           write evmanifestRECORD.
           move spaces to evmanifestRECORD.
           string 'LEDGER|' run_date '|' run_time '|' delimited by size
           host_name delimited by space
           into evmanifestRECORD.
           write evmanifestRECORD.
           perform write-evidence-file
               varying ev_idx from 1 by 1
               until ev_idx > ev_file_count.
           close evmanifest.
           perform index-evidence-manifest.
           display "Evidence manifest written to "
           function trim(ev_name) ", outputs captured: " ev_present.

       write-evidence-file.
           move spaces to cmdln_evidence.
           string 'if [ -f ' delimited by size
           ev_file(ev_idx) delimited by space
           ' ] ; then mkdir -p ' delimited by size
           ev_name delimited by space
           '.d && cp -p ' delimited by size
           ev_file(ev_idx) delimited by space
           ' ' delimited by size
           ev_name delimited by space
           '.d/ && echo "$(wc -l < ' delimited by size
           ev_file(ev_idx) delimited by space
           ' | tr -d " ")|$(cksum < ' delimited by size
           ev_file(ev_idx) delimited by space
           ' | tr " " "|")" ; else echo ABSENT ; fi > '
           delimited by size which_name delimited by space
           ' 2>/dev/null' delimited by size
           into cmdln_evidence.
           perform run-evidence-command.
           move spaces to evmanifestRECORD.
           evaluate true
             when whichoutRECORD(1:6) = 'ABSENT'
               string 'FILE|' delimited by size
               ev_file(ev_idx) delimited by space
               '|ABSENT' delimited by size into evmanifestRECORD
             when ev_crc = spaces
               string 'FILE|' delimited by size
               ev_file(ev_idx) delimited by space
               '|UNREADABLE' delimited by size into evmanifestRECORD
             when other
               add 1 to ev_present
               string 'FILE|' delimited by size
               ev_file(ev_idx) delimited by space
               '|' delimited by size
               ev_lines delimited by space
               '|' delimited by size
               ev_crc delimited by space
               '|' delimited by size
               ev_bytes delimited by space
               into evmanifestRECORD
           end-evaluate.
           write evmanifestRECORD.

       run-evidence-command.
           call "SYSTEM" using cmdln_evidence.
           perform read-which-output.
           move spaces to ev_lines.
           move spaces to ev_crc.
           move spaces to ev_bytes.
           if whichoutRECORD(1:1) is numeric
               unstring whichoutRECORD delimited by '|'
                   into ev_lines ev_crc ev_bytes
           end-if.

       checksum-evidence-manifest.
           move spaces to cmdln_evidence.
           string 'echo "0|$(cksum < ' delimited by size
           ev_name delimited by space
           ' | tr " " "|")" > ' delimited by size
           which_name delimited by space
           ' 2>/dev/null' delimited by size into cmdln_evidence.
           perform run-evidence-command.
           move ev_crc to ev_m_crc.
           move ev_bytes to ev_m_bytes.

       compute-evidence-chain.
           move spaces to cmdln_evidence.
           string 'echo "0|$(printf "%s" "' delimited by size
           ev_prev_chain delimited by space
           '|' delimited by size
           ev_c_stamp delimited by space
           '|' delimited by size
           ev_c_crc delimited by space
           '|' delimited by size
           ev_c_bytes delimited by space
           '" | cksum | tr " " "|")" > ' delimited by size
           which_name delimited by space
           ' 2>/dev/null' delimited by size into cmdln_evidence.
           perform run-evidence-command.
           move ev_crc to ev_chain.

       index-evidence-manifest.
           perform checksum-evidence-manifest.
           move '0' to ev_prev_chain.
           move 'n' to ev_idx_eof.
           open input evindex.
           if ev_idx_status = '00'
               perform read-evidence-index until ev_idx_eof = 'y'
               close evindex
           end-if.
           move ev_stamp to ev_c_stamp.
           move ev_m_crc to ev_c_crc.
           move ev_m_bytes to ev_c_bytes.
           perform compute-evidence-chain.
           move spaces to evindexRECORD.
           string ev_stamp '|' delimited by size
           ev_name delimited by space
           '|' delimited by size
           ev_m_crc delimited by space
           '|' delimited by size
           ev_m_bytes delimited by space
           '|' delimited by size
           ev_chain delimited by space
           into evindexRECORD.
           open extend evindex.
           if ev_idx_status not = '00'
               open output evindex
           end-if.
           write evindexRECORD.
           close evindex.

       read-evidence-index.
           read evindex at end move 'y' to ev_idx_eof.
           if ev_idx_eof is not = 'y' and evindexRECORD not = spaces
               perform split-evidence-index
               move ev_i_chain to ev_prev_chain
           end-if.

       split-evidence-index.
           move spaces to ev_i_stamp.
           move spaces to ev_i_name.
           move spaces to ev_i_crc.
           move spaces to ev_i_bytes.
           move spaces to ev_i_chain.
           unstring evindexRECORD delimited by '|'
               into ev_i_stamp ev_i_name ev_i_crc ev_i_bytes
               ev_i_chain.

       evidence-verify.
           display "Verifying evidence pack".
           move zero to ev_checked.
           move zero to ev_altered.
           move zero to ev_missing.
           move zero to ev_pack_bad.
           move zero to ev_present.
           move 'n' to ev_problem.
           move zero to ev_arg_len.
           inspect ev_arg tallying ev_arg_len
               for characters before initial space.
           move spaces to cmdln_evidence.
           move 1 to ev_ptr.
           evaluate true
             when ev_arg_len = 0
               string 'ls -1d sample.evidence.[0-9]*' delimited by size
               into cmdln_evidence with pointer ev_ptr
             when ev_arg_len <= 14 and ev_arg(1:ev_arg_len) is numeric
               string 'ls -1d sample.evidence.' ev_arg(1:ev_arg_len)
               '*' delimited by size
               into cmdln_evidence with pointer ev_ptr
           end-evaluate.
           move spaces to ev_name.
           if ev_ptr > 1
               string ' 2>/dev/null | grep -v "[.]d$" | sort | tail -1'
               ' > ' delimited by size
               ev_list_name delimited by space
               into cmdln_evidence with pointer ev_ptr
               call "SYSTEM" using cmdln_evidence
               open input evlist
               if ev_list_status = '00'
                   read evlist at end move spaces to evlistRECORD
                   end-read
                   move evlistRECORD to ev_name
                   close evlist
               end-if
               perform remove-scratch-files
           end-if.
           open output evidencerpt.
           move spaces to evidencerptRECORD.
           string 'Evidence verification run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into evidencerptRECORD.
           write evidencerptRECORD.
           move spaces to evidencerptRECORD.
           write evidencerptRECORD from spaces.
           if ev_name = spaces
               move spaces to evidencerptRECORD
               if ev_arg = spaces
                   string 'No evidence manifest found (sample.evidenc'
                   'e.yyyymmddhhmmss)' delimited by size
                   into evidencerptRECORD
               else
                   string 'No evidence manifest found matching sample'
                   '.evidence.' delimited by size
                   ev_arg delimited by space
                   into evidencerptRECORD
               end-if
               write evidencerptRECORD
               close evidencerpt
               display "No evidence manifest found, nothing verified"
               move 16 to return-code
           else
               move ev_name(17:14) to ev_stamp
               perform verify-evidence-index
               move 'n' to ev_eof
               open input evmanifest
               perform verify-evidence-line until ev_eof = 'y'
               close evmanifest
               perform write-evidence-totals
               close evidencerpt
               if ev_problem = 'y'
                   display "Evidence pack " function trim(ev_name)
                   " NOT VERIFIED - see sample.evidence.rpt"
                   move 8 to return-code
               else
                   display "Evidence pack " function trim(ev_name)
                   " verified"
                   move 0 to return-code
               end-if
           end-if.

       verify-evidence-index.
           perform checksum-evidence-manifest.
           move '0' to ev_prev_chain.
           move 'n' to ev_idx_found.
           move 'y' to ev_chain_ok.
           move zero to ev_entry_num.
           move 'n' to ev_idx_eof.
           open input evindex.
           move 'n' to ev_later.
           if ev_idx_status = '00'
               perform verify-index-entry until ev_idx_eof = 'y'
               if ev_idx_found = 'y'
                   read evindex
                       at end continue
                       not at end move 'y' to ev_later
                   end-read
               end-if
               close evindex
           end-if.
           move spaces to evidencerptRECORD.
           string 'Manifest:        ' ev_name delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           move spaces to evidencerptRECORD.
           evaluate true
             when ev_idx_found = 'n'
               move 'y' to ev_problem
               string 'Manifest check:  NOT IN sample.evidence.idx'
               delimited by size into evidencerptRECORD
             when ev_i_crc not = ev_m_crc or ev_i_bytes not = ev_m_bytes
               move 'y' to ev_problem
               string 'Manifest check:  ALTERED - checksum ' delimited
               by size ev_m_crc delimited by space
               ' does not match the indexed ' delimited by size
               ev_i_crc delimited by space into evidencerptRECORD
             when other
               string 'Manifest check:  matches sample.evidence.idx'
               delimited by size into evidencerptRECORD
           end-evaluate.
           write evidencerptRECORD.
           move ev_entry_num to ev_count_disp.
           move spaces to evidencerptRECORD.
           if ev_chain_ok = 'y'
               string 'Index chain:     intact through entry '
               function trim(ev_count_disp) delimited by size
               into evidencerptRECORD
           else
               move 'y' to ev_problem
               move ev_break_num to ev_count_disp
               string 'Index chain:     BROKEN at entry '
               function trim(ev_count_disp)
               ' - the index was altered at that entry'
               delimited by size into evidencerptRECORD
           end-if.
           write evidencerptRECORD.
           move spaces to evidencerptRECORD.
           string 'Checked against: the working files on disk, then t'
           'he copies kept in ' delimited by size
           ev_name delimited by space
           '.d/' delimited by size into evidencerptRECORD.
           write evidencerptRECORD.
           if ev_later = 'y'
               move spaces to evidencerptRECORD
               string 'NOTE: later runs are recorded in sample.eviden'
               'ce.idx and rewrite the working files, so an output '
               'ALTERED on disk may be a later run''s version; the p'
               'ack copy verdict shows whether this pack itself is i'
               'ntact' delimited by size into evidencerptRECORD
               write evidencerptRECORD
           end-if.

       verify-index-entry.
           read evindex at end move 'y' to ev_idx_eof.
           if ev_idx_eof is not = 'y' and evindexRECORD not = spaces
               add 1 to ev_entry_num
               perform split-evidence-index
               move ev_i_stamp to ev_c_stamp
               move ev_i_crc to ev_c_crc
               move ev_i_bytes to ev_c_bytes
               perform compute-evidence-chain
               if ev_chain not = ev_i_chain and ev_chain_ok = 'y'
                   move 'n' to ev_chain_ok
                   move ev_entry_num to ev_break_num
               end-if
               move ev_i_chain to ev_prev_chain
               if ev_i_stamp = ev_stamp
                   move 'y' to ev_idx_found
                   move 'y' to ev_idx_eof
               end-if
           end-if.

       verify-evidence-line.
           read evmanifest at end move 'y' to ev_eof.
           if ev_eof is not = 'y' and evmanifestRECORD not = spaces
               move spaces to ev_t_kind
               move spaces to ev_t_name
               move spaces to ev_t_lines
               move spaces to ev_t_crc
               move spaces to ev_t_bytes
               move spaces to ev_t_six
               unstring evmanifestRECORD delimited by '|'
                   into ev_t_kind ev_t_name ev_t_lines ev_t_crc
                   ev_t_bytes ev_t_six
               evaluate ev_t_kind
                 when 'EVIDENCE'
                   move spaces to evidencerptRECORD
                   string 'Run:             ' ev_t_name(1:4) '-'
                   ev_t_name(5:2) '-' ev_t_name(7:2) ' '
                   ev_t_name(9:2) ':' ev_t_name(11:2) ':'
                   ev_t_name(13:2) ' on ' delimited by size
                   ev_t_lines delimited by space
                   ' by ' delimited by size
                   ev_t_crc delimited by space
                   ', return code ' delimited by size
                   ev_t_bytes delimited by space
                   into evidencerptRECORD
                   write evidencerptRECORD
                 when 'LEDGER'
                   move spaces to evidencerptRECORD
                   string 'Run ledger key:  ' delimited by size
                   ev_t_name delimited by space
                   '|' delimited by size
                   ev_t_lines delimited by space
                   '|' delimited by size
                   ev_t_crc delimited by space
                   into evidencerptRECORD
                   write evidencerptRECORD
                   move spaces to evidencerptRECORD
                   write evidencerptRECORD from spaces
                 when 'FILE'
                   perform verify-evidence-file
               end-evaluate
           end-if.

       verify-evidence-file.
           move spaces to ev_detail.
           move spaces to ev_pack_verdict.
           move spaces to ev_pack_detail.
           if ev_t_lines = 'ABSENT' or ev_t_lines = 'UNREADABLE'
               move 'NOT PRODUCED' to ev_verdict
               move '(the run did not produce this output)'
               to ev_detail
           else
               add 1 to ev_checked
               move ev_t_name to ev_check_path
               perform checksum-evidence-output
               evaluate true
                 when ev_crc = spaces
                   move 'MISSING' to ev_verdict
                   add 1 to ev_missing
                   move 'y' to ev_problem
                 when ev_crc = ev_t_crc and ev_bytes = ev_t_bytes
                 and ev_lines = ev_t_lines
                   move 'OK' to ev_verdict
                   string 'records ' delimited by size
                   ev_lines delimited by space
                   into ev_detail
                 when other
                   move 'ALTERED' to ev_verdict
                   add 1 to ev_altered
                   move 'y' to ev_problem
                   string 'records ' delimited by size
                   ev_lines delimited by space
                   ' (was ' delimited by size
                   ev_t_lines delimited by space
                   ') bytes ' delimited by size
                   ev_bytes delimited by space
                   ' (was ' delimited by size
                   ev_t_bytes delimited by space
                   ') checksum ' delimited by size
                   ev_crc delimited by space
                   ' (was ' delimited by size
                   ev_t_crc delimited by space
                   ')' delimited by size
                   into ev_detail
               end-evaluate
               move spaces to ev_check_path
               string ev_name delimited by space
               '.d/' delimited by size
               ev_t_name delimited by space
               into ev_check_path
               perform checksum-evidence-output
               evaluate true
                 when ev_crc = spaces
                   move 'MISSING' to ev_pack_verdict
                   add 1 to ev_pack_bad
                   move 'y' to ev_problem
                   move '(no copy of this output in the pack)'
                   to ev_pack_detail
                 when ev_crc = ev_t_crc and ev_bytes = ev_t_bytes
                 and ev_lines = ev_t_lines
                   move 'OK' to ev_pack_verdict
                 when other
                   move 'ALTERED' to ev_pack_verdict
                   add 1 to ev_pack_bad
                   move 'y' to ev_problem
                   string '(the copy kept in the pack no longer match'
                   'es the manifest)' delimited by size
                   into ev_pack_detail
               end-evaluate
           end-if.
           move spaces to evidencerptRECORD.
           string '  ' ev_verdict ' ' ev_t_name ' ' delimited by size
           ev_detail delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           if ev_pack_verdict not = spaces
               move spaces to evidencerptRECORD
               string '      pack copy: ' delimited by size
               ev_pack_verdict delimited by space
               ' ' delimited by size
               ev_pack_detail delimited by size
               into evidencerptRECORD
               write evidencerptRECORD
           end-if.

       checksum-evidence-output.
           move spaces to cmdln_evidence.
           string 'if [ -f ' delimited by size
           ev_check_path delimited by space
           ' ] ; then echo "$(wc -l < ' delimited by size
           ev_check_path delimited by space
           ' | tr -d " ")|$(cksum < ' delimited by size
           ev_check_path delimited by space
           ' | tr " " "|")" ; else echo MISSING ; fi > '
           delimited by size which_name delimited by space
           ' 2>/dev/null' delimited by size
           into cmdln_evidence.
           perform run-evidence-command.

       write-evidence-totals.
           move spaces to evidencerptRECORD.
           write evidencerptRECORD from spaces.
           move ev_checked to ev_count_disp.
           move spaces to evidencerptRECORD.
           string 'Outputs checked: ' ev_count_disp delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           move ev_altered to ev_count_disp.
           move spaces to evidencerptRECORD.
           string 'Altered:         ' ev_count_disp delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           move ev_missing to ev_count_disp.
           move spaces to evidencerptRECORD.
           string 'Missing:         ' ev_count_disp delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           move ev_pack_bad to ev_count_disp.
           move spaces to evidencerptRECORD.
           string 'Pack copies bad: ' ev_count_disp delimited by size
           into evidencerptRECORD.
           write evidencerptRECORD.
           move spaces to evidencerptRECORD.
           if ev_problem = 'y'
               string 'Result:          NOT VERIFIED' delimited by size
               into evidencerptRECORD
           else
               string 'Result:          VERIFIED' delimited by size
               into evidencerptRECORD
           end-if.
           write evidencerptRECORD.

       master-backup.
           display "Orphan master backup and integrity check".
           move zero to mb_written.
           move zero to mb_reported.
           move zero to mb_latest_count.
           move zero to mb_manual.
           move zero to mb_policy.
           move zero to mb_quarantined.
           move zero to mb_findings.
           move spaces to mb_latest_seen.
           open output masterrpt.
           move spaces to masterrptRECORD.
           string 'Orphan master backup and integrity check run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move spaces to masterrptRECORD.
           write masterrptRECORD from spaces.
           open input orphanmaster.
           if om_status not = '00'
               move spaces to masterrptRECORD
               string 'Cannot open sample.orphans.mst, status '
               om_status ' - no backup taken' delimited by size
               into masterrptRECORD
               write masterrptRECORD
               close masterrpt
               display "Cannot open orphan master file sample.orphans"
               ".mst, status " om_status ", no backup taken"
               move 16 to return-code
           else
               perform backup-master-records
               close orphanmaster
               perform write-backup-counts
               close masterrpt
               display "Master records written to " mb_bkp_name ": "
               mb_written " integrity findings: " mb_findings
               if mb_findings > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

       backup-master-records.
           move spaces to mb_bkp_name.
           string 'sample.orphans.bkp.' run_date delimited by size
           into mb_bkp_name.
           move run_date to aging_date_num.
           compute hk_cutoff_int =
               function integer-of-date(aging_date_num)
               - retention_days.
           compute hk_cutoff_num =
               function date-of-integer(hk_cutoff_int).
           move hk_cutoff_num to hk_cutoff_date.
           move 'n' to mb_hist_ok.
           open input orphanshist.
           if orphanshist_status = '00'
               close orphanshist
               sort sorthistpwk on ascending key hp_sort_path
                   input procedure is load-histpaths-sort
                   giving histpaths
               move 'y' to mb_hist_ok
               move 'n' to hp_eof
               open input histpaths
               perform read-histpath
           end-if.
           move spaces to masterrptRECORD.
           string 'Backup written to ' mb_bkp_name delimited by size
           into masterrptRECORD.
           write masterrptRECORD.
           move spaces to masterrptRECORD.
           write masterrptRECORD from spaces.
           move spaces to masterrptRECORD.
           string 'Integrity findings:' delimited by size
           into masterrptRECORD.
           write masterrptRECORD.
           if mb_hist_ok = 'n'
               move spaces to masterrptRECORD
               string '  NO sample.orphans.hist ON FILE - history cro'
               'ss-check skipped' delimited by size
               into masterrptRECORD
               write masterrptRECORD
               add 1 to mb_findings
           end-if.
           open output masterbkp.
           move 'n' to oms_eof.
           move low-values to om_path.
           start orphanmaster key is not less than om_path
               invalid key move 'y' to oms_eof
           end-start.
           perform backup-one-master until oms_eof = 'y'.
           close masterbkp.
           if mb_hist_ok = 'y'
               close histpaths
           end-if.
           if mb_findings = 0
               move spaces to masterrptRECORD
               string '  (none)' delimited by size
               into masterrptRECORD
               write masterrptRECORD
           end-if.

       load-histpaths-sort.
           move 'n' to rb_hist_eof.
           open input orphanshist.
           perform release-histpath until rb_hist_eof = 'y'.
           close orphanshist.

       release-histpath.
           read orphanshist at end move 'y' to rb_hist_eof.
           if rb_hist_eof is not = 'y'
               move spaces to hp_sort_path
               unstring orphanshistRECORD(10:) delimited by '|'
                   into hp_sort_path
               if hp_sort_path not = spaces
                   release sorthistpwk_rec
               end-if
           end-if.

       read-histpath.
           read histpaths at end move 'y' to hp_eof.

       backup-one-master.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y'
               move orphanmasterRECORD to masterbkpRECORD
               write masterbkpRECORD
               add 1 to mb_written
               perform count-master-record
               perform check-master-record
           end-if.

       count-master-record.
           if om_last_seen is numeric
               add 1 to mb_reported
               evaluate true
                 when mb_latest_seen = spaces or
                 om_last_seen > mb_latest_seen
                   move om_last_seen to mb_latest_seen
                   move 1 to mb_latest_count
                 when om_last_seen = mb_latest_seen
                   add 1 to mb_latest_count
               end-evaluate
           end-if.
           if om_disp_status not = spaces
               if om_disp_origin = 'M'
                   add 1 to mb_manual
               else
                   add 1 to mb_policy
               end-if
           end-if.
           if om_quar_date not = spaces
               add 1 to mb_quarantined
           end-if.

       check-master-record.
           if om_quar_date not = spaces and
           (om_quar_owner = spaces or om_quar_perms = spaces)
               move 'QUARANTINE DATE WITHOUT OWNER/PERMS' to mb_finding
               move spaces to mb_detail
               string '(quarantined ' om_quar_date ')'
               delimited by size into mb_detail
               perform write-master-finding
           end-if.
           if om_disp_status = 'DELETE-CANDIDATE' and
           om_disp_ticket = spaces
               move 'DELETE-CANDIDATE WITHOUT TICKET' to mb_finding
               move spaces to mb_detail
               if om_disp_origin = 'M'
                   string '(manual disposition of ' om_disp_stamp ')'
                   delimited by size into mb_detail
               else
                   string '(policy rule, ' om_disp_stamp ')'
                   delimited by size into mb_detail
               end-if
               perform write-master-finding
           end-if.
           if om_first_seen is numeric and om_last_seen is numeric
           and om_first_seen > om_last_seen
               move 'FIRST SEEN LATER THAN LAST SEEN' to mb_finding
               move spaces to mb_detail
               string '(first ' om_first_seen ' last ' om_last_seen ')'
               delimited by size into mb_detail
               perform write-master-finding
           end-if.
           if mb_hist_ok = 'y' and om_last_seen is numeric and
           om_last_seen >= hk_cutoff_date
               perform read-histpath until hp_eof = 'y'
                   or hp_path >= om_path
               if hp_eof = 'y' or hp_path not = om_path
                   move 'NOT IN sample.orphans.hist' to mb_finding
                   move spaces to mb_detail
                   string '(last seen ' om_last_seen ')'
                   delimited by size into mb_detail
                   perform write-master-finding
               end-if
           end-if.

       write-master-finding.
           add 1 to mb_findings.
           move spaces to masterrptRECORD.
           string '  ' mb_finding '  ' delimited by size
           function trim(om_path) delimited by size
           ' ' delimited by size
           function trim(mb_detail) delimited by size
           into masterrptRECORD.
           write masterrptRECORD.

       write-backup-counts.
           move spaces to masterrptRECORD.
           write masterrptRECORD from spaces.
           move spaces to masterrptRECORD.
           string 'Record counts:' delimited by size
           into masterrptRECORD.
           write masterrptRECORD.
           move mb_written to mb_count_disp.
           move spaces to masterrptRECORD.
           string '  master records written to backup:  ' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move mb_reported to mb_count_disp.
           move spaces to masterrptRECORD.
           string '  reported as an orphan at least once:' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move mb_latest_count to mb_count_disp.
           move spaces to masterrptRECORD.
           if mb_latest_seen = spaces
               string '  present at the last run:           '
               mb_count_disp delimited by size into masterrptRECORD
           else
               string '  present at the last run '
               mb_latest_seen(1:4) '-' mb_latest_seen(5:2) '-'
               mb_latest_seen(7:2) ': ' mb_count_disp
               delimited by size into masterrptRECORD
           end-if.
           write masterrptRECORD.
           move mb_manual to mb_count_disp.
           move spaces to masterrptRECORD.
           string '  carrying a manual disposition:     ' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move mb_policy to mb_count_disp.
           move spaces to masterrptRECORD.
           string '  carrying a policy disposition:     ' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move mb_quarantined to mb_count_disp.
           move spaces to masterrptRECORD.
           string '  with quarantine state:             ' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.
           move mb_findings to mb_count_disp.
           move spaces to masterrptRECORD.
           write masterrptRECORD from spaces.
           move spaces to masterrptRECORD.
           string 'Integrity findings:                  ' mb_count_disp
           delimited by size into masterrptRECORD.
           write masterrptRECORD.

       master-rebuild.
           display "Rebuilding orphan master into sample.orphans.rbd".
           move zero to rb_bkp_loaded.
           move zero to rb_files_read.
           move zero to rb_hist_records.
           move zero to rb_hist_paths.
           move zero to rb_hist_added.
           move zero to rb_hist_updated.
           move zero to rb_quar_applied.
           move zero to rb_audit_applied.
           move zero to rb_total.
           move zero to rb_matched.
           move zero to rb_differ.
           move zero to rb_lost.
           move zero to rb_only.
           open output rebuildrpt.
           move spaces to rebuildrptRECORD.
           string 'Orphan master rebuild run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2) ' '
           run_time(1:2) ':' run_time(3:2) ':' run_time(5:2)
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move spaces to rebuildrptRECORD.
           write rebuildrptRECORD from spaces.
           open output orphanrebuild.
           close orphanrebuild.
           open i-o orphanrebuild.
           if rbd_status not = '00'
               move spaces to rebuildrptRECORD
               string 'Cannot create sample.orphans.rbd, status '
               rbd_status delimited by size into rebuildrptRECORD
               write rebuildrptRECORD
               close rebuildrpt
               display "Cannot create sample.orphans.rbd, status "
               rbd_status
               move 16 to return-code
           else
               move spaces to rebuildrptRECORD
               string 'Sources:' delimited by size
               into rebuildrptRECORD
               write rebuildrptRECORD
               perform rebuild-from-backup
               perform rebuild-from-history
               perform rebuild-from-quarantine
               perform rebuild-from-audit
               move spaces to rebuildrptRECORD
               write rebuildrptRECORD from spaces
               perform reconcile-rebuild
               close orphanrebuild
               perform write-rebuild-trailer
               close rebuildrpt
               display "Rebuilt records: " rb_total " not recovered: "
               rb_lost " differing: " rb_differ
               evaluate true
                 when rb_total = 0
                   move 16 to return-code
                 when rb_lost > 0 or rb_differ > 0
                   move 4 to return-code
                 when other
                   move 0 to return-code
               end-evaluate
           end-if.

       rebuild-from-backup.
           move spaces to mb_bkp_name.
           move spaces to rb_bkp_date.
           call "SYSTEM" using cmdln_bkplist.
           open input bkplist.
           if bkplist_status = '00'
               read bkplist at end move spaces to bkplistRECORD
               end-read
               move bkplistRECORD to mb_bkp_name
               close bkplist
           end-if.
           move spaces to rebuildrptRECORD.
           if mb_bkp_name = spaces
               string '  backup:        none found (sample.orphans.bkp'
               '.yyyymmdd), rebuilding from history only'
               delimited by size into rebuildrptRECORD
           else
               move mb_bkp_name(20:8) to rb_bkp_date
               move 'n' to rb_bkp_eof
               open input masterbkp
               perform load-backup-record until rb_bkp_eof = 'y'
               close masterbkp
               move rb_bkp_loaded to rb_count_disp
               string '  backup:        ' function trim(mb_bkp_name)
               ' taken ' rb_bkp_date(1:4) '-' rb_bkp_date(5:2) '-'
               rb_bkp_date(7:2) ', records loaded ' rb_count_disp
               delimited by size into rebuildrptRECORD
           end-if.
           write rebuildrptRECORD.

       load-backup-record.
           read masterbkp at end move 'y' to rb_bkp_eof.
           if rb_bkp_eof is not = 'y'
               move masterbkpRECORD to orphanrebuildRECORD
               write orphanrebuildRECORD
                   invalid key continue
                   not invalid key add 1 to rb_bkp_loaded
               end-write
           end-if.

       rebuild-from-history.
           sort sortrbhistwk
               on ascending key rh_sort_path rh_sort_date
               input procedure is load-rebuild-hist
               output procedure is apply-rebuild-hist.
           move rb_files_read to rb_small_disp.
           move rb_hist_records to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string '  history:       ' rb_small_disp
           ' files (sample.orphans.hist and monthly archives), '
           'records read ' rb_count_disp delimited by size
           into rebuildrptRECORD.
           write rebuildrptRECORD.
           move rb_hist_added to rb_count_disp.
           move rb_hist_updated to rb_count2_disp.
           move spaces to rebuildrptRECORD.
           string '                 paths added ' rb_count_disp
           ', paths updated ' rb_count2_disp delimited by size
           into rebuildrptRECORD.
           write rebuildrptRECORD.

       load-rebuild-hist.
           call "SYSTEM" using cmdln_archlist.
           move 'n' to rb_list_eof.
           open input archlist.
           if archlist_status = '00'
               perform release-one-archive until rb_list_eof = 'y'
               close archlist
           end-if.
           perform remove-scratch-files.
           move 'n' to rb_hist_eof.
           open input orphanshist.
           if orphanshist_status = '00'
               add 1 to rb_files_read
               perform release-hist-record until rb_hist_eof = 'y'
               close orphanshist
           end-if.

       release-one-archive.
           read archlist at end move 'y' to rb_list_eof.
           if rb_list_eof is not = 'y' and archlistRECORD not = spaces
               move archlistRECORD to hist_arch_name
               open input histarch
               if hist_arch_status = '00'
                   add 1 to rb_files_read
                   move 'n' to rb_hist_eof
                   perform release-arch-record until rb_hist_eof = 'y'
                   close histarch
               end-if
           end-if.

       release-arch-record.
           read histarch at end move 'y' to rb_hist_eof.
           if rb_hist_eof is not = 'y'
               move histarchRECORD to rb_hist_line
               perform release-rebuild-line
           end-if.

       release-hist-record.
           read orphanshist at end move 'y' to rb_hist_eof.
           if rb_hist_eof is not = 'y'
               move orphanshistRECORD to rb_hist_line
               perform release-rebuild-line
           end-if.

       release-rebuild-line.
           if rb_hist_line(1:8) is numeric
               if rb_first_any = spaces or
               rb_hist_line(1:8) < rb_first_any
                   move rb_hist_line(1:8) to rb_first_any
               end-if
               if rb_hist_line(1:8) > rb_date_limit
                   move 'y' to rb_after_seen
               end-if
               if rb_hist_line(1:6) = rb_date_limit(1:6)
                   move 'y' to rb_month_seen
               end-if
           end-if.
           if rb_hist_line(1:8) is numeric and
           rb_hist_line(1:8) <= rb_date_limit
               if rb_max_date = spaces or
               rb_hist_line(1:8) > rb_max_date
                   move rb_hist_line(1:8) to rb_max_date
               end-if
               move spaces to rh_sort_path
               unstring rb_hist_line(10:) delimited by '|'
                   into rh_sort_path
               if rh_sort_path not = spaces
                   move rb_hist_line(1:8) to rh_sort_date
                   move rb_hist_line(10:560) to rh_sort_snap
                   add 1 to rb_hist_records
                   release sortrbhistwk_rec
               end-if
           end-if.

       apply-rebuild-hist.
           move 'n' to rh_eof.
           move spaces to rb_grp_path.
           perform return-rebuild-hist until rh_eof = 'y'.
           if rb_grp_path not = spaces
               perform apply-hist-group
           end-if.

       return-rebuild-hist.
           return sortrbhistwk at end move 'y' to rh_eof.
           if rh_eof is not = 'y'
               if rh_sort_path not = rb_grp_path
                   if rb_grp_path not = spaces
                       perform apply-hist-group
                   end-if
                   move rh_sort_path to rb_grp_path
                   move rh_sort_date to rb_grp_first
               end-if
               move rh_sort_date to rb_grp_last
               move rh_sort_snap to rb_grp_snap
           end-if.

       apply-hist-group.
           add 1 to rb_hist_paths.
           move spaces to rb_s_path.
           move spaces to rb_s_root.
           move spaces to rb_s_owner.
           move spaces to rb_s_group.
           move spaces to rb_s_perms.
           move spaces to rb_s_size.
           move spaces to rb_s_risk.
           move spaces to rb_s_pkg.
           unstring rb_grp_snap delimited by '|'
               into rb_s_path rb_s_root rb_s_owner rb_s_group
               rb_s_perms rb_s_size rb_s_risk rb_s_pkg.
           move 'n' to rb_exists.
           move rb_grp_path to rbd_path.
           read orphanrebuild
               invalid key continue
               not invalid key move 'y' to rb_exists
           end-read.
           if rb_exists = 'n'
               move spaces to orphanrebuildRECORD
               move rb_grp_path to rbd_path
               add 1 to rb_hist_added
           else
               add 1 to rb_hist_updated
           end-if.
           if rbd_first_seen is not numeric or
           rb_grp_first < rbd_first_seen
               move rb_grp_first to rbd_first_seen
           end-if.
           if rbd_last_seen is not numeric or
           rb_grp_last >= rbd_last_seen
               move rb_grp_last to rbd_last_seen
               move rb_s_root to rbd_root
               move rb_s_owner to rbd_owner
               move rb_s_group to rbd_group
               move rb_s_perms to rbd_perms
               move rb_s_size to rbd_size
               move rb_s_risk to rbd_risk
               move rb_s_pkg to rbd_pkg
           end-if.
           if rb_exists = 'y'
               rewrite orphanrebuildRECORD
           else
               write orphanrebuildRECORD
           end-if.

       rebuild-from-quarantine.
           move 'n' to quar_eof.
           open input quarmanifest.
           if quar_manifest_status = '00'
               perform rebuild-one-quar until quar_eof = 'y'
               close quarmanifest
           end-if.
           move rb_quar_applied to rb_count_disp.
           move spaces to rebuildrptRECORD.
           if quar_manifest_status = '00'
               string '  quarantine:    sample.quarantine.manifest, en'
               'tries applied ' rb_count_disp delimited by size
               into rebuildrptRECORD
           else
               string '  quarantine:    no sample.quarantine.manifest '
               'on file' delimited by size into rebuildrptRECORD
           end-if.
           write rebuildrptRECORD.

       rebuild-one-quar.
           read quarmanifest at end move 'y' to quar_eof.
           if quar_eof is not = 'y' and
           quarmanifestRECORD is not = spaces
               move spaces to qm_date
               move spaces to qm_path
               move spaces to qm_owner
               move spaces to qm_group
               move spaces to qm_perms
               unstring quarmanifestRECORD delimited by '|'
                   into qm_date qm_path qm_owner qm_group qm_perms
               if qm_path not = spaces
                   move 'n' to rb_exists
                   move qm_path to rbd_path
                   read orphanrebuild
                       invalid key continue
                       not invalid key move 'y' to rb_exists
                   end-read
                   if rb_exists = 'n'
                       move spaces to orphanrebuildRECORD
                       move qm_path to rbd_path
                   end-if
                   if rbd_quar_date = spaces or qm_date > rbd_quar_date
                       move qm_date to rbd_quar_date
                       move qm_owner to rbd_quar_owner
                       move qm_group to rbd_quar_group
                       move qm_perms to rbd_quar_perms
                       add 1 to rb_quar_applied
                   end-if
                   if rb_exists = 'y'
                       rewrite orphanrebuildRECORD
                   else
                       write orphanrebuildRECORD
                   end-if
               end-if
           end-if.

       rebuild-from-audit.
           move 'n' to dm_eof.
           open input dispaudit.
           if disp_audit_status = '00'
               perform rebuild-one-audit until dm_eof = 'y'
               close dispaudit
           end-if.
           move rb_audit_applied to rb_count_disp.
           move spaces to rebuildrptRECORD.
           if disp_audit_status = '00'
               string '  dispositions:  sample.disp.audit, changes si'
               'nce the backup applied ' rb_count_disp
               delimited by size into rebuildrptRECORD
           else
               string '  dispositions:  no sample.disp.audit on file'
               delimited by size into rebuildrptRECORD
           end-if.
           write rebuildrptRECORD.

       rebuild-one-audit.
           read dispaudit at end move 'y' to dm_eof.
           if dm_eof is not = 'y' and dispauditRECORD not = spaces
               move spaces to ra_date
               move spaces to ra_time
               move spaces to ra_user
               move spaces to ra_host
               move spaces to ra_action
               move spaces to ra_path
               move spaces to ra_b_status
               move spaces to ra_b_ticket
               move spaces to ra_b_expiry
               move spaces to ra_b_origin
               move spaces to ra_a_status
               move spaces to ra_a_ticket
               move spaces to ra_a_expiry
               move spaces to ra_a_origin
               move spaces to ra_moved_from
               unstring dispauditRECORD delimited by '|'
                   into ra_date ra_time ra_user ra_host ra_action
                   ra_path ra_b_status ra_b_ticket ra_b_expiry
                   ra_b_origin ra_a_status ra_a_ticket ra_a_expiry
                   ra_a_origin ra_moved_from
               if ra_path(1:1) = '/' and ra_date >= rb_bkp_date
                   perform apply-audit-to-rebuild
               end-if
           end-if.

       apply-audit-to-rebuild.
           move spaces to rb_move_first.
           if ra_action = 'MOVE' and ra_moved_from not = spaces
               perform apply-move-to-rebuild
           end-if.
           move 'n' to rb_exists.
           move ra_path to rbd_path.
           read orphanrebuild
               invalid key continue
               not invalid key move 'y' to rb_exists
           end-read.
           if rb_exists = 'n'
               move spaces to orphanrebuildRECORD
               move ra_path to rbd_path
           end-if.
           move ra_a_status to rbd_disp_status.
           move ra_a_ticket to rbd_disp_ticket.
           move ra_a_expiry to rbd_disp_expiry.
           move ra_a_origin to rbd_disp_origin.
           if ra_a_status = spaces
               move spaces to rbd_disp_stamp
           else
               move ra_date to rbd_disp_stamp
               move 'n' to rbd_disp_seen
           end-if.
           if rb_move_first is numeric and
           (rbd_first_seen is not numeric or
           rb_move_first < rbd_first_seen)
               move rb_move_first to rbd_first_seen
           end-if.
           add 1 to rb_audit_applied.
           if rb_exists = 'y'
               rewrite orphanrebuildRECORD
           else
               write orphanrebuildRECORD
           end-if.

       apply-move-to-rebuild.
           move ra_moved_from to rbd_path.
           read orphanrebuild
               invalid key continue
               not invalid key
                 move rbd_first_seen to rb_move_first
                 move spaces to rbd_disp_status
                 move spaces to rbd_disp_ticket
                 move spaces to rbd_disp_expiry
                 move spaces to rbd_disp_stamp
                 move space to rbd_disp_origin
                 move space to rbd_disp_seen
                 rewrite orphanrebuildRECORD
           end-read.

       reconcile-rebuild.
           move 'n' to rb_eof.
           move low-values to rbd_path.
           start orphanrebuild key is not less than rbd_path
               invalid key move 'y' to rb_eof
           end-start.
           open input orphanmaster.
           if om_status not = '00'
               move 'y' to oms_eof
               move spaces to rebuildrptRECORD
               string 'Current sample.orphans.mst is not readable (s'
               'tatus ' om_status '), nothing to reconcile against'
               delimited by size into rebuildrptRECORD
               write rebuildrptRECORD
               perform count-rebuild-record until rb_eof = 'y'
           else
               move 'n' to oms_eof
               move low-values to om_path
               start orphanmaster key is not less than om_path
                   invalid key move 'y' to oms_eof
               end-start
               move spaces to rebuildrptRECORD
               string 'Reconciliation with the current sample.orphan'
               's.mst:' delimited by size into rebuildrptRECORD
               write rebuildrptRECORD
               perform read-rebuild-next
               perform read-master-next
               perform reconcile-merge until rb_eof = 'y' and
               oms_eof = 'y'
               close orphanmaster
               if rb_lost = 0 and rb_differ = 0
                   move spaces to rebuildrptRECORD
                   string '  (no differences)' delimited by size
                   into rebuildrptRECORD
                   write rebuildrptRECORD
               end-if
           end-if.

       count-rebuild-record.
           read orphanrebuild next at end move 'y' to rb_eof.
           if rb_eof is not = 'y'
               add 1 to rb_total
           end-if.

       read-rebuild-next.
           read orphanrebuild next at end move 'y' to rb_eof.
           if rb_eof is not = 'y'
               add 1 to rb_total
           end-if.

       read-master-next.
           read orphanmaster next at end move 'y' to oms_eof.

       reconcile-merge.
           evaluate true
             when rb_eof = 'y'
               perform note-not-recovered
               perform read-master-next
             when oms_eof = 'y'
               add 1 to rb_only
               perform read-rebuild-next
             when om_path < rbd_path
               perform note-not-recovered
               perform read-master-next
             when om_path = rbd_path
               perform compare-rebuild-record
               perform read-rebuild-next
               perform read-master-next
             when other
               add 1 to rb_only
               perform read-rebuild-next
           end-evaluate.

       note-not-recovered.
           add 1 to rb_lost.
           move spaces to rebuildrptRECORD.
           string '  NOT RECOVERED  ' delimited by size
           function trim(om_path) delimited by size
           '  first seen ' om_first_seen
           ' disposition ' delimited by size
           om_disp_status delimited by space
           ' quarantined ' om_quar_date delimited by size
           into rebuildrptRECORD.
           write rebuildrptRECORD.

       compare-rebuild-record.
           move spaces to rb_diff_text.
           move 1 to rb_ptr.
           if om_first_seen not = rbd_first_seen
               string '  first seen ' om_first_seen ' rebuilt '
               rbd_first_seen delimited by size
               into rb_diff_text with pointer rb_ptr
           end-if.
           if (om_disp_origin = 'M' or rbd_disp_origin = 'M') and
           (om_disp_status not = rbd_disp_status or
           om_disp_ticket not = rbd_disp_ticket or
           om_disp_expiry not = rbd_disp_expiry)
               string '  disposition ' delimited by size
               om_disp_status delimited by space
               ' rebuilt ' delimited by size
               rbd_disp_status delimited by space
               into rb_diff_text with pointer rb_ptr
               if rbd_disp_status = spaces
                   string '(none)' delimited by size
                   into rb_diff_text with pointer rb_ptr
               end-if
           end-if.
           if om_quar_date not = rbd_quar_date
               string '  quarantined ' om_quar_date ' rebuilt '
               rbd_quar_date delimited by size
               into rb_diff_text with pointer rb_ptr
           end-if.
           if rb_diff_text = spaces
               add 1 to rb_matched
           else
               add 1 to rb_differ
               move spaces to rebuildrptRECORD
               string '  DIFFERS        ' delimited by size
               function trim(om_path) delimited by size
               rb_diff_text delimited by size
               into rebuildrptRECORD
               write rebuildrptRECORD
           end-if.

       write-rebuild-trailer.
           move spaces to rebuildrptRECORD.
           write rebuildrptRECORD from spaces.
           move rb_total to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string 'Records in sample.orphans.rbd:   ' rb_count_disp
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move rb_matched to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string 'Matching the current master:    ' rb_count_disp
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move rb_differ to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string 'Differing from the master:      ' rb_count_disp
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move rb_lost to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string 'Not recovered:                  ' rb_count_disp
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move rb_only to rb_count_disp.
           move spaces to rebuildrptRECORD.
           string 'Only in the rebuild:            ' rb_count_disp
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.
           move spaces to rebuildrptRECORD.
           write rebuildrptRECORD from spaces.
           move spaces to rebuildrptRECORD.
           string 'Policy dispositions are recomputed by the next ru'
           'n and are not compared.' delimited by size
           into rebuildrptRECORD.
           write rebuildrptRECORD.
           move spaces to rebuildrptRECORD.
           string 'To put the rebuild into service, replace sample.o'
           'rphans.mst with sample.orphans.rbd before the next run.'
           delimited by size into rebuildrptRECORD.
           write rebuildrptRECORD.

       read-policyctl.
           read policyctl at end move 'y' to policy_eof.
           if policy_eof is not = 'y' and policyctlRECORD is not =
           spaces and policyctlRECORD(1:1) not = '*'
               if pol_count > 199
                   display "Too many rules in sample.policy.ctl - ma"
                   "ximum 200 supported, ignoring the rest"
                   move 'y' to policy_eof
                   move spaces to pf_text
                   string 'sample.policy.ctl: more than 200 rules, t'
                   'he rest are ignored' delimited by size into pf_text
                   perform note-preflight-warning
               else
                   move policyctlRECORD to pol_line
                   perform parse-policy-rule
               end-if
           end-if.

           move spaces to pol_tok1.
           move spaces to pol_tok2.
           move spaces to pol_tok3.
           unstring pol_line delimited by all ' '
               into pol_tok1 pol_tok2 pol_tok3.
           add 1 to pol_count.
           move '*' to pol_pattern(pol_count).
               move 'n' to pol_parse_ok
           end-if.
           if pol_parse_ok = 'n'
               display "Ignoring unusable rule in "
               function trim(pol_src_name) ": " function trim(pol_line)
               subtract 1 from pol_count
               move spaces to pf_text
               string function trim(pol_src_name)
               ': unusable rule ignored: '
               function trim(pol_line)
               delimited by size into pf_text
               perform note-preflight-warning
           end-if.

       classify-policy-token.
                   move pol_len to pol_pattern_len(pol_count)
               end-if
             when other
               display "Unrecognized token in "
               function trim(pol_src_name) ": " function trim(pol_tok)
               move 'n' to pol_parse_ok
           end-evaluate.

           orphan_risk_suffix delimited by size
           function trim(pol_suffix) delimited by size
           function trim(blk_suffix) delimited by size
           ' ' delimited by size
           function trim(pd_suffix) delimited by size
           into orphanrptRECORD
           on overflow
           display "STRING OVERFLOW writing orphan line for path=["
           write summaryrptRECORD.
           close summaryrpt.

       detect-moved-orphans.
           move zero to mv_pair_count.
           move zero to mv_ambig_count.
           open input dupeslatest.
           if dupes_latest_status not = '00'
               display "No checksums kept from the last run (sample."
               "dupes.latest), moved orphans are not paired this run"
           else
               close dupeslatest
               open input orphanslatest
               if orphanslatest_status = '00'
                   close orphanslatest
                   sort sortdupeswk on ascending key du_sort_path
                       using sorteddupes
                       giving movecur
                   sort sortdupeswk on ascending key du_sort_path
                       using dupeslatest
                       giving moveprev
                   sort sortmovewk on ascending key mv_sort_crc
                       mv_sort_size mv_sort_side mv_sort_path
                       input procedure is load-move-candidates
                       giving movecand
                   sort sortmovedwk on ascending key mo_sort_new
                       input procedure is pair-move-candidates
                       giving movednew
                   sort sortmovedwk on ascending key mo_sort_old
                       using movednew
                       giving movedold
                   display "Moved or renamed orphans paired: "
                   mv_pair_count " left unpaired (several same-conten"
                   "t candidates): " mv_ambig_count
               end-if
           end-if.

       load-move-candidates.
           move 'n' to curr_eof.
           move 'n' to latest_eof.
           move 'y' to latest_opened.
           move 'n' to mv_cur_eof.
           move 'n' to mv_prev_eof.
           open input orphanscurr orphanslatest movecur moveprev.
           perform read-currorphan.
           perform read-latestorphan.
           perform read-move-cur.
           perform read-move-prev.
           perform move-candidate-merge until curr_eof = 'y' and
           latest_eof = 'y'.
           close orphanscurr orphanslatest movecur moveprev.

       move-candidate-merge.
           evaluate true
             when curr_eof = 'y'
               perform release-move-resolved
               perform read-latestorphan
             when latest_eof = 'y'
               perform release-move-new
               perform read-currorphan
             when curr_path < latest_path
               perform release-move-new
               perform read-currorphan
             when curr_path = latest_path
               perform read-currorphan
               perform read-latestorphan
             when other
               perform release-move-resolved
               perform read-latestorphan
           end-evaluate.

       release-move-new.
           perform read-move-cur until mv_cur_eof = 'y'
               or movecur_path >= curr_path.
           if mv_cur_eof is not = 'y' and movecur_path = curr_path
           and movecur_size > 0
               move movecur_crc to mv_sort_crc
               move movecur_size to mv_sort_size
               move 'N' to mv_sort_side
               move curr_path to mv_sort_path
               release sortmovewk_rec
           end-if.

       release-move-resolved.
           perform read-move-prev until mv_prev_eof = 'y'
               or moveprev_path >= latest_path.
           if mv_prev_eof is not = 'y' and moveprev_path = latest_path
           and moveprev_size > 0
               move moveprev_crc to mv_sort_crc
               move moveprev_size to mv_sort_size
               move 'R' to mv_sort_side
               move latest_path to mv_sort_path
               release sortmovewk_rec
           end-if.

       read-move-cur.
           read movecur at end move 'y' to mv_cur_eof.

       read-move-prev.
           read moveprev at end move 'y' to mv_prev_eof.

       pair-move-candidates.
           move 'n' to mv_cand_eof.
           move zero to mv_grp_crc.
           move zero to mv_grp_size.
           move zero to mv_grp_new.
           move zero to mv_grp_old.
           open input movecand.
           perform read-move-cand until mv_cand_eof = 'y'.
           perform finish-move-group.
           close movecand.

       read-move-cand.
           read movecand at end move 'y' to mv_cand_eof.
           if mv_cand_eof is not = 'y'
               if movecand_crc not = mv_grp_crc or
               movecand_size not = mv_grp_size
                   perform finish-move-group
                   move movecand_crc to mv_grp_crc
                   move movecand_size to mv_grp_size
               end-if
               if movecand_side = 'N'
                   add 1 to mv_grp_new
                   move movecand_path to mv_grp_new_path
               else
                   add 1 to mv_grp_old
                   move movecand_path to mv_grp_old_path
               end-if
           end-if.

       finish-move-group.
           if mv_grp_new = 1 and mv_grp_old = 1
               add 1 to mv_pair_count
               move mv_grp_new_path to mo_sort_new
               move mv_grp_old_path to mo_sort_old
               release sortmovedwk_rec
           else
               if mv_grp_new > 0 and mv_grp_old > 0
                   add 1 to mv_ambig_count
               end-if
           end-if.
           move zero to mv_grp_new.
           move zero to mv_grp_old.

       find-moved-new.
           move 'n' to mv_moved.
           perform read-moved-new until mv_new_eof = 'y'
               or movednew_new >= curr_path.
           if mv_new_eof is not = 'y' and movednew_new = curr_path
               move 'y' to mv_moved
           end-if.

       find-moved-old.
           move 'n' to mv_moved.
           perform read-moved-old until mv_old_eof = 'y'
               or movedold_old >= latest_path.
           if mv_old_eof is not = 'y' and movedold_old = latest_path
               move 'y' to mv_moved
           end-if.

       read-moved-new.
           read movednew at end move 'y' to mv_new_eof.

       read-moved-old.
           read movedold at end move 'y' to mv_old_eof.

       write-moved-section.
           move spaces to orphanstrendRECORD.
           write orphanstrendRECORD from spaces.
           move spaces to orphanstrendRECORD.
           string 'Moved or renamed orphans (same size and content c'
           'hecksum as an orphan resolved this run):'
           delimited by size into orphanstrendRECORD.
           write orphanstrendRECORD.
           if mv_pair_count = 0
               move spaces to orphanstrendRECORD
               string '  (none)' delimited by size
               into orphanstrendRECORD
               write orphanstrendRECORD
           else
               move 'n' to mv_regen
               move 'n' to mv_new_eof
               open input movednew
               perform emit-moved-orphan until mv_new_eof = 'y'
               close movednew
               if mv_regen = 'y'
                   perform regenerate-dispctl
                   display "sample.disp.ctl regenerated with "
                   dm_regen_count " entries after moved orphans took"
                   " over manual dispositions"
               end-if
           end-if.

       emit-moved-orphan.
           read movednew at end move 'y' to mv_new_eof.
           if mv_new_eof is not = 'y'
               display 'MOVED orphan: ' function trim(movednew_old)
               ' -> ' function trim(movednew_new)
               move spaces to orphanstrendRECORD
               string 'MOVED    ' delimited by size
               function trim(movednew_old) delimited by size
               ' -> ' delimited by size
               function trim(movednew_new) delimited by size
               into orphanstrendRECORD
               write orphanstrendRECORD
               perform inherit-moved-orphan
           end-if.

       inherit-moved-orphan.
           move 'n' to mv_old_found.
           move movednew_old to om_path.
           read orphanmaster
               invalid key continue
               not invalid key move 'y' to mv_old_found
           end-read.
           if mv_old_found = 'y'
               move om_first_seen to mv_first_seen
               move om_disp_status to mv_status
               move om_disp_ticket to mv_ticket
               move om_disp_expiry to mv_expiry
               move om_disp_stamp to mv_stamp
               move om_disp_origin to mv_origin
               move om_disp_seen to mv_seen
               if om_disp_status not = spaces
                   move spaces to om_disp_status
                   move spaces to om_disp_ticket
                   move spaces to om_disp_expiry
                   move spaces to om_disp_stamp
                   move space to om_disp_origin
                   move space to om_disp_seen
                   rewrite orphanmasterRECORD
               end-if
           end-if.
           move 'n' to om_exists.
           move movednew_new to om_path.
           read orphanmaster
               invalid key continue
               not invalid key move 'y' to om_exists
           end-read.
           if om_exists = 'y'
               move om_disp_status to dm_before_status
               move om_disp_ticket to dm_before_ticket
               move om_disp_expiry to dm_before_expiry
               move om_disp_origin to dm_before_origin
               if mv_old_found = 'y'
                   if mv_first_seen is numeric and
                   (om_first_seen is not numeric or
                   mv_first_seen < om_first_seen)
                       move mv_first_seen to om_first_seen
                   end-if
                   if mv_status not = spaces and
                   not (om_disp_origin = 'M' and
                   om_disp_stamp = run_date and
                   om_disp_status not = spaces)
                       move mv_status to om_disp_status
                       move mv_ticket to om_disp_ticket
                       move mv_expiry to om_disp_expiry
                       move mv_stamp to om_disp_stamp
                       move mv_origin to om_disp_origin
                       move mv_seen to om_disp_seen
                       if mv_origin = 'M'
                           move 'y' to mv_regen
                       end-if
                   end-if
               end-if
               rewrite orphanmasterRECORD
               move 'MOVE' to dm_action
               move movednew_old to dm_moved_from
               perform write-disp-audit
               move spaces to dm_moved_from
           end-if.

       build-trend-report.
           sort sortticketswk on ascending key tk_sort_path
               input procedure is load-tickets-sort
               move 'y' to latest_eof
               display "No prior orphan snapshot, all orphans are new"
           end-if.
           move 'y' to mv_new_eof.
           move 'y' to mv_old_eof.
           if mv_pair_count > 0
               move 'n' to mv_new_eof
               move 'n' to mv_old_eof
               open input movednew movedold
               perform read-moved-new
               perform read-moved-old
           end-if.
           perform read-currorphan.
           perform read-latestorphan.
           perform trend-merge until curr_eof = 'y' and
           if latest_opened = 'y'
               close orphanslatest
           end-if.
           if mv_pair_count > 0
               close movednew movedold
           end-if.
           perform write-moved-section.
           close orphanstrend sortedtickets ticketsout.
           display "Ticket requests fed to sample.tickets.out: "
           ticket_feed_count " suppressed by open tickets: "
           end-evaluate.

       emit-new-orphan.
           perform find-moved-new.
           move 'n' to disp_suppress.
           if mv_moved = 'n'
               move curr_path to disp_lookup_path
               perform check-disp-suppress
           end-if.
           if disp_suppress is not = 'y' and mv_moved = 'n'
               display 'NEW orphan: ' orphanscurrRECORD
               add 1 to new_orphan_count
               if curr_risk not = spaces
               orphanscurrRECORD delimited by size
               into orphanstrendRECORD
               write orphanstrendRECORD
               move curr_path to pd_lookup_path
               perform lookup-departed-pkg
               if pd_suffix not = spaces
                   display '    ' function trim(pd_suffix)
                   move spaces to orphanstrendRECORD
                   string '         ' delimited by size
                   function trim(pd_suffix) delimited by size
                   into orphanstrendRECORD
                   write orphanstrendRECORD
               end-if
           end-if.

       emit-resolved-orphan.
           perform find-moved-old.
           if mv_moved = 'n'
               display 'RESOLVED orphan: ' orphanslatestRECORD
               move spaces to orphanstrendRECORD
               string 'RESOLVED ' delimited by size
               orphanslatestRECORD delimited by size
               into orphanstrendRECORD
               write orphanstrendRECORD
           end-if.

       read-currorphan.
           read orphanscurr at end move 'y' to curr_eof.
           if latest_opened = 'y'
               read orphanslatest at end move 'y' to latest_eof
           end-if.
           if latest_eof is not = 'y'
               move spaces to latest_path
               unstring orphanslatestRECORD delimited by '|'
                   into latest_path
           end-if.

       build-change-report.
           open output changerpt.
           move spaces to changerptRECORD.
           string 'Orphan attribute change report run '
           delimited by size
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2)
           delimited by size
           into changerptRECORD.
           write changerptRECORD.
           move spaces to changerptRECORD.
           write changerptRECORD from spaces.
           move zero to ac_compared_count.
           move zero to ac_loosened_count.
           move zero to ac_changed_count.
           move zero to ac_grown_count.
           open input orphanslatest.
           if orphanslatest_status not = '00'
               move spaces to changerptRECORD
               string 'No previous orphan snapshot, nothing to compare'
               delimited by size into changerptRECORD
               write changerptRECORD
           else
               close orphanslatest
               move spaces to changerptRECORD
               string 'Loosened permissions (*** = new SETUID, SETGID'
               ' or WORLD-WRITABLE):' delimited by size
               into changerptRECORD
               write changerptRECORD
               move 1 to ac_pass
               perform change-report-pass
               move ac_pass_count to ac_loosened_count
               perform write-change-none
               move spaces to changerptRECORD
               write changerptRECORD from spaces
               move spaces to changerptRECORD
               string 'Owner, group and permission changes:'
               delimited by size into changerptRECORD
               write changerptRECORD
               move 2 to ac_pass
               perform change-report-pass
               move ac_pass_count to ac_changed_count
               perform write-change-none
               move spaces to changerptRECORD
               write changerptRECORD from spaces
               move ac_growth_limit_mb to ac_mb_disp
               move spaces to changerptRECORD
               string 'Size growth over ' function trim(ac_mb_disp)
               ' MB since the previous snapshot:' delimited by size
               into changerptRECORD
               write changerptRECORD
               move 3 to ac_pass
               perform change-report-pass
               move ac_pass_count to ac_grown_count
               perform write-change-none
               move spaces to changerptRECORD
               write changerptRECORD from spaces
               move ac_compared_count to ac_count_disp
               move spaces to changerptRECORD
               string 'Orphans in both snapshots:   ' ac_count_disp
               delimited by size into changerptRECORD
               write changerptRECORD
               move ac_loosened_count to ac_count_disp
               move spaces to changerptRECORD
               string 'Loosened permissions:        ' ac_count_disp
               delimited by size into changerptRECORD
               write changerptRECORD
               move ac_changed_count to ac_count_disp
               move spaces to changerptRECORD
               string 'Owner/group/mode changes:    ' ac_count_disp
               delimited by size into changerptRECORD
               write changerptRECORD
               move ac_grown_count to ac_count_disp
               move spaces to changerptRECORD
               string 'Size growth over threshold:  ' ac_count_disp
               delimited by size into changerptRECORD
               write changerptRECORD
           end-if.
           close changerpt.
           display "Orphan attribute changes: loosened "
           ac_loosened_count " owner/group/mode " ac_changed_count
           " size growth " ac_grown_count.

       write-change-none.
           if ac_pass_count = 0
               move spaces to changerptRECORD
               string '  (none)' delimited by size
               into changerptRECORD
               write changerptRECORD
           end-if.

       change-report-pass.
           move zero to ac_pass_count.
           move 'n' to curr_eof.
           move 'n' to latest_eof.
           open input orphanscurr orphanslatest.
           perform read-currorphan.
           perform read-change-latest.
           perform change-merge until curr_eof = 'y' or
           latest_eof = 'y'.
           close orphanscurr orphanslatest.

       read-change-latest.
           read orphanslatest at end move 'y' to latest_eof.
           if latest_eof is not = 'y'
               move spaces to latest_path
               move spaces to ac_old_root
               move spaces to ac_old_owner
               move spaces to ac_old_group
               move spaces to ac_old_perms
               move spaces to ac_old_size
               unstring orphanslatestRECORD delimited by '|'
                   into latest_path ac_old_root ac_old_owner
                   ac_old_group ac_old_perms ac_old_size
           end-if.

       change-merge.
           evaluate true
             when curr_path < latest_path
               perform read-currorphan
             when curr_path = latest_path
               perform compare-orphan-attrs
               perform read-currorphan
               perform read-change-latest
             when other
               perform read-change-latest
           end-evaluate.

       compare-orphan-attrs.
           evaluate ac_pass
             when 1
               add 1 to ac_compared_count
               if f_perms not = ac_old_perms
                   perform check-perm-loosened
                   if ac_added not = spaces
                       perform write-loosened-line
                   end-if
               end-if
             when 2
               if f_owner not = ac_old_owner or
               f_group not = ac_old_group or
               f_perms not = ac_old_perms
                   perform write-attr-change-line
               end-if
             when 3
               move zero to ac_old_size_num
               move zero to ac_new_size_num
               if ac_old_size not = spaces
                   compute ac_old_size_num =
                       function numval(ac_old_size)
               end-if
               if f_size not = spaces
                   compute ac_new_size_num = function numval(f_size)
               end-if
               if ac_new_size_num > ac_old_size_num
                   compute ac_growth = ac_new_size_num - ac_old_size_num
                   if ac_growth > ac_growth_limit_mb * 1048576
                       perform write-growth-line
                   end-if
               end-if
           end-evaluate.

       check-perm-loosened.
           move spaces to ac_added.
           move 1 to ac_ptr.
           move 'n' to ac_high.
           if f_perms is numeric and ac_old_perms is numeric
               perform check-perm-digit
                   varying ac_dig from 1 by 1
                   until ac_dig > 4
           end-if.

       check-perm-digit.
           move f_perms(ac_dig:1) to ac_new_d.
           move ac_old_perms(ac_dig:1) to ac_old_d.
           perform check-perm-bit
               varying ac_bit_idx from 1 by 1
               until ac_bit_idx > 3.

       check-perm-bit.
           compute ac_nb = ac_new_d / ac_bit_val(ac_bit_idx).
           compute ac_nb = function mod(ac_nb, 2).
           compute ac_ob = ac_old_d / ac_bit_val(ac_bit_idx).
           compute ac_ob = function mod(ac_ob, 2).
           compute ac_name_idx = (ac_dig - 1) * 3 + ac_bit_idx.
           if ac_nb = 1 and ac_ob = 0 and ac_name_idx not = 3
               if ac_ptr > 1
                   string ', ' delimited by size
                   into ac_added with pointer ac_ptr
               end-if
               string function trim(ac_bit_name(ac_name_idx))
               delimited by size into ac_added with pointer ac_ptr
               if ac_name_idx = 1 or ac_name_idx = 2 or
               ac_name_idx = 11
                   move 'y' to ac_high
               end-if
           end-if.

       write-loosened-line.
           add 1 to ac_pass_count.
           move spaces to changerptRECORD.
           if ac_high = 'y'
               move '  *** ' to ac_marker
               display 'Orphan permissions loosened: '
               function trim(curr_path) ' ' ac_old_perms ' -> '
               f_perms ' adds ' function trim(ac_added)
           else
               move '      ' to ac_marker
           end-if.
           string ac_marker delimited by size
           function trim(curr_path) delimited by size
           ' mode ' ac_old_perms ' -> ' f_perms ' adds '
           delimited by size
           function trim(ac_added) delimited by size
           ' (' delimited by size
           f_owner delimited by space ':' delimited by size
           f_group delimited by space ')' delimited by size
           into changerptRECORD.
           write changerptRECORD.

       write-attr-change-line.
           add 1 to ac_pass_count.
           move spaces to changerptRECORD.
           move 1 to ac_ptr.
           string '  ' delimited by size
           function trim(curr_path) delimited by size
           into changerptRECORD with pointer ac_ptr.
           if f_owner not = ac_old_owner
               string '  owner ' delimited by size
               ac_old_owner delimited by space ' -> ' delimited by size
               f_owner delimited by space
               into changerptRECORD with pointer ac_ptr
           end-if.
           if f_group not = ac_old_group
               string '  group ' delimited by size
               ac_old_group delimited by space ' -> ' delimited by size
               f_group delimited by space
               into changerptRECORD with pointer ac_ptr
           end-if.
           if f_perms not = ac_old_perms
               string '  mode ' ac_old_perms ' -> ' f_perms
               delimited by size
               into changerptRECORD with pointer ac_ptr
           end-if.
           write changerptRECORD.

       write-growth-line.
           add 1 to ac_pass_count.
           compute ac_growth_mb = ac_growth / 1048576.
           move ac_growth_mb to ac_mb_disp.
           move spaces to changerptRECORD.
           string '  ' delimited by size
           function trim(curr_path) delimited by size
           '  size ' delimited by size
           function trim(ac_old_size) delimited by size
           ' -> ' delimited by size
           function trim(f_size) delimited by size
           ' bytes (+' delimited by size
           function trim(ac_mb_disp) delimited by size
           ' MB)' delimited by size
           into changerptRECORD.
           write changerptRECORD.

       publish-orphan-snapshot.
           move 'n' to publish_eof.
           end-if.
           perform read-publishorphan until publish_eof = 'y'.
           close orphanscurr orphanslatest orphanshist.
           move 'n' to dupes_publish_eof.
           open input sorteddupes.
           open output dupeslatest.
           perform publish-dupes-checksum until dupes_publish_eof = 'y'.
           close sorteddupes dupeslatest.

       read-publishorphan.
           read orphanscurr at end move 'y' to publish_eof.
               write orphanshistRECORD
           end-if.

       publish-dupes-checksum.
           read sorteddupes at end move 'y' to dupes_publish_eof.
           if dupes_publish_eof is not = 'y'
               move sorteddupesRECORD to dupeslatestRECORD
               write dupeslatestRECORD
           end-if.

       build-package-changes.
           move 'n' to pi_built.
           move 'n' to pd_opened.
           if pkg_mgr = 'NONE' or pkg_mgr = spaces
               display "No package manager, package change log skipped"
           else
               open input pkginvout
               if pkginv_out_status not = '00'
                   display "No package inventory captured (sample.pk"
                   "ginv.out), package change log skipped"
               else
                   close pkginvout
                   perform compare-package-inventory
               end-if
           end-if.

       compare-package-inventory.
           display "Comparing package inventory with the previous run".
           move zero to pi_read_count.
           sort sortpkginvwk
               on ascending key pi_sort_name pi_sort_version
               input procedure is load-pkginv-sort
               giving pkginvsrt.
           if pi_read_count = 0
               display "Package inventory is empty, package change l"
               "og skipped"
           else
               move spaces to pkginv_dated_name
               string 'sample.pkginv.' run_date delimited by size
               into pkginv_dated_name
               move zero to pi_install_count
               move zero to pi_remove_count
               move zero to pi_upgrade_count
               move 'n' to pi_cur_eof
               move 'n' to pi_prev_eof
               move 'n' to pi_cur_ahead_eof
               move 'n' to pi_prev_ahead_eof
               move 'n' to pi_baseline
               move 'n' to pi_dep_pending
               move spaces to pi_cur_name
               move spaces to pi_prev_name
               move spaces to pi_match_name
               move spaces to pi_match_version
               open input pkginvsrt
               open output pkginvdated pkgchangeout pkgdepartlst
               open input pkginvlatest
               if pkginv_latest_status not = '00'
                   move 'y' to pi_baseline
                   move 'y' to pi_prev_eof
                   move 'y' to pi_prev_ahead_eof
                   display "No previous package inventory (sample.pk"
                   "ginv.latest), this run records the baseline"
               end-if
               perform read-pkginv-cur-ahead
               perform read-pkginv-cur
               perform read-pkginv-prev-ahead
               perform read-pkginv-prev
               perform pkginv-merge until pi_cur_eof = 'y' and
               pi_prev_eof = 'y'
               if pi_dep_pending = 'y'
                   perform flush-pkg-departure
               end-if
               close pkginvsrt pkginvdated pkgchangeout pkgdepartlst
               if pi_baseline = 'n'
                   close pkginvlatest
               end-if
               display "Package changes since the last run: installs "
               pi_install_count " removals " pi_remove_count
               " upgrades " pi_upgrade_count
               perform build-departed-paths
               move 'y' to pi_built
           end-if.

       load-pkginv-sort.
           move 'n' to pi_eof.
           open input pkginvout.
           perform release-pkginv-record until pi_eof = 'y'.
           close pkginvout.

       release-pkginv-record.
           read pkginvout at end move 'y' to pi_eof.
           if pi_eof is not = 'y' and pkginvoutRECORD is not = spaces
               move spaces to pi_sort_name
               move spaces to pi_sort_version
               unstring pkginvoutRECORD delimited by '|'
                   into pi_sort_name pi_sort_version
               if pi_sort_name not = spaces
                   add 1 to pi_read_count
                   release sortpkginvwk_rec
               end-if
           end-if.

       read-pkginv-cur.
           move pi_cur_name to pi_cur_prior.
           if pi_cur_ahead_eof = 'y'
               move 'y' to pi_cur_eof
           else
               move pi_cur_ahead_name to pi_cur_name
               move pi_cur_ahead_version to pi_cur_version
               perform read-pkginv-cur-ahead
               move spaces to pkginvdatedRECORD
               string run_date '|' delimited by size
               function trim(pi_cur_name) delimited by size
               '|' delimited by size
               function trim(pi_cur_version) delimited by size
               into pkginvdatedRECORD
               write pkginvdatedRECORD
           end-if.

       read-pkginv-cur-ahead.
           read pkginvsrt at end move 'y' to pi_cur_ahead_eof.
           if pi_cur_ahead_eof is not = 'y'
               move pkginvsrt_name to pi_cur_ahead_name
               move pkginvsrt_version to pi_cur_ahead_version
           end-if.

       read-pkginv-prev.
           move pi_prev_name to pi_prev_prior.
           if pi_prev_ahead_eof = 'y'
               move 'y' to pi_prev_eof
           else
               move pi_prev_ahead_date to pi_prev_date
               move pi_prev_ahead_name to pi_prev_name
               move pi_prev_ahead_version to pi_prev_version
               perform read-pkginv-prev-ahead
           end-if.

       read-pkginv-prev-ahead.
           if pi_baseline = 'n'
               read pkginvlatest at end move 'y' to pi_prev_ahead_eof
           end-if.
           if pi_prev_ahead_eof is not = 'y'
               move spaces to pi_prev_ahead_date
               move spaces to pi_prev_ahead_name
               move spaces to pi_prev_ahead_version
               unstring pkginvlatestRECORD delimited by '|'
                   into pi_prev_ahead_date pi_prev_ahead_name
                   pi_prev_ahead_version
           end-if.

       pkginv-merge.
           evaluate true
             when pi_cur_eof not = 'y' and
             pi_cur_name = pi_match_name and
             pi_cur_version = pi_match_version
               perform read-pkginv-cur
             when pi_prev_eof not = 'y' and
             pi_prev_name = pi_match_name and
             pi_prev_version = pi_match_version
               perform read-pkginv-prev
             when pi_prev_eof = 'y'
               perform emit-pkg-install
               perform read-pkginv-cur
             when pi_cur_eof = 'y'
               perform emit-pkg-remove
               perform read-pkginv-prev
             when pi_cur_name < pi_prev_name
               perform emit-pkg-install
               perform read-pkginv-cur
             when pi_cur_name = pi_prev_name
               perform pkginv-same-name
             when other
               perform emit-pkg-remove
               perform read-pkginv-prev
           end-evaluate.

       pkginv-same-name.
           if (pi_cur_ahead_eof = 'y' or
           pi_cur_ahead_name not = pi_cur_name) and
           pi_cur_prior not = pi_cur_name and
           (pi_prev_ahead_eof = 'y' or
           pi_prev_ahead_name not = pi_prev_name) and
           pi_prev_prior not = pi_prev_name
               if pi_cur_version not = pi_prev_version
                   perform emit-pkg-upgrade
               end-if
               perform read-pkginv-cur
               perform read-pkginv-prev
           else
               evaluate true
                 when pi_cur_version = pi_prev_version
                   move pi_cur_name to pi_match_name
                   move pi_cur_version to pi_match_version
                   perform read-pkginv-cur
                   perform read-pkginv-prev
                 when pi_cur_version < pi_prev_version
                   perform emit-pkg-install
                   perform read-pkginv-cur
                 when other
                   perform emit-pkg-remove
                   perform read-pkginv-prev
               end-evaluate
           end-if.

       emit-pkg-install.
           if pi_baseline = 'n'
               add 1 to pi_install_count
               move 'INSTALL' to pi_action
               move pi_cur_name to pi_chg_name
               move spaces to pi_old_version
               move pi_cur_version to pi_new_version
               perform write-pkg-change
           end-if.

       emit-pkg-remove.
           add 1 to pi_remove_count.
           move 'REMOVE' to pi_action.
           move pi_prev_name to pi_chg_name.
           move pi_prev_version to pi_old_version.
           move spaces to pi_new_version.
           perform write-pkg-change.
           perform write-pkg-departure.

       emit-pkg-upgrade.
           add 1 to pi_upgrade_count.
           move 'UPGRADE' to pi_action.
           move pi_cur_name to pi_chg_name.
           move pi_prev_version to pi_old_version.
           move pi_cur_version to pi_new_version.
           perform write-pkg-change.
           perform write-pkg-departure.

       write-pkg-change.
           display 'Package ' function trim(pi_action) ': '
           function trim(pi_chg_name) ' ' function trim(pi_old_version)
           ' ' function trim(pi_new_version).
           move spaces to pkgchangeoutRECORD.
           string run_date '|' delimited by size
           function trim(pi_action) delimited by size
           '|' delimited by size
           function trim(pi_chg_name) delimited by size
           '|' delimited by size
           function trim(pi_old_version) delimited by size
           '|' delimited by size
           function trim(pi_new_version) delimited by size
           '|' delimited by size
           pi_prev_date delimited by size
           into pkgchangeoutRECORD.
           write pkgchangeoutRECORD.

       write-pkg-departure.
           if pi_dep_pending = 'y' and pi_chg_name not = pi_dep_name
               perform flush-pkg-departure
           end-if.
           if pi_dep_pending = 'y'
               string ',' delimited by size
               function trim(pi_old_version) delimited by size
               into pi_dep_version with pointer pi_dep_ptr
               if pi_action not = pi_dep_action
                   move 'REMOVE' to pi_dep_action
               end-if
           else
               move 'y' to pi_dep_pending
               move pi_chg_name to pi_dep_name
               move pi_old_version to pi_dep_version
               move pi_action to pi_dep_action
               compute pi_dep_ptr =
                   function length(function trim(pi_old_version)) + 1
           end-if.

       flush-pkg-departure.
           move pi_dep_name to pdl_name.
           move pi_dep_version to pdl_version.
           move pi_dep_action to pdl_action.
           write pkgdepartlstRECORD.
           move 'n' to pi_dep_pending.

       build-departed-paths.
           move zero to pd_count.
           open output pkgdepart.
           if pi_remove_count + pi_upgrade_count > 0
               open input pkgfileslatest
               if pkgfiles_latest_status not = '00'
                   display "No previous package file list (sample.pk"
                   "gfiles.latest), new orphans cannot be matched to"
                   " removed packages"
               else
                   close pkgfileslatest
                   sort sortpkgfileswk
                       on ascending key pkf_sort_pkg pkf_sort_path
                       input procedure is load-pkgfiles-sort
                       giving pkgfilessrt
                   sort sortpkgdepartwk on ascending key pd_sort_path
                       input procedure is load-pkgdepart-sort
                       giving pkgdepartsrt
                   perform load-departed-index
               end-if
           end-if.
           close pkgdepart.
           display "Paths left unowned by removed or upgraded package"
           "s: " pd_count.
           open input pkgdepart.
           if pd_status = '00'
               move 'y' to pd_opened
           end-if.

       load-pkgfiles-sort.
           move 'n' to pkf_eof.
           open input pkgfileslatest.
           perform release-pkgfiles-record until pkf_eof = 'y'.
           close pkgfileslatest.

       release-pkgfiles-record.
           read pkgfileslatest at end move 'y' to pkf_eof.
           if pkf_eof is not = 'y' and
           pkgfileslatestRECORD is not = spaces
               move spaces to pkf_sort_path
               move spaces to pkf_sort_pkg
               unstring pkgfileslatestRECORD delimited by '|'
                   into pkf_sort_path pkf_sort_pkg
               if pkf_sort_path(1:1) = '/' and pkf_sort_pkg not = spaces
                   release sortpkgfileswk_rec
               end-if
           end-if.

       load-pkgdepart-sort.
           move 'n' to pkf_srt_eof.
           move 'n' to pdl_eof.
           open input pkgfilessrt pkgdepartlst.
           perform read-pkgfiles-srt.
           perform read-pkgdepart-lst.
           perform pkgdepart-merge until pkf_srt_eof = 'y' or
           pdl_eof = 'y'.
           close pkgfilessrt pkgdepartlst.

       read-pkgfiles-srt.
           read pkgfilessrt at end move 'y' to pkf_srt_eof.

       read-pkgdepart-lst.
           read pkgdepartlst at end move 'y' to pdl_eof.

       pkgdepart-merge.
           evaluate true
             when pkgfilessrt_pkg < pdl_name
               perform read-pkgfiles-srt
             when pkgfilessrt_pkg = pdl_name
               move pkgfilessrt_path to pd_sort_path
               move pdl_name to pd_sort_pkg
               move pdl_version to pd_sort_version
               move pdl_action to pd_sort_action
               release sortpkgdepartwk_rec
               perform read-pkgfiles-srt
             when other
               perform read-pkgdepart-lst
           end-evaluate.

       load-departed-index.
           move 'n' to pd_srt_eof.
           move 'n' to pd_inst_eof.
           open input pkgdepartsrt sortedinstld.
           perform read-pkgdepart-srt.
           perform read-pd-instld.
           perform pkgdepart-index-merge until pd_srt_eof = 'y'.
           close pkgdepartsrt sortedinstld.

       read-pkgdepart-srt.
           read pkgdepartsrt at end move 'y' to pd_srt_eof.

       read-pd-instld.
           read sortedinstld at end move 'y' to pd_inst_eof.

       pkgdepart-index-merge.
           evaluate true
             when pd_inst_eof = 'y'
               perform write-departed-path
               perform read-pkgdepart-srt
             when pds_path < sortedinstldRECORD
               perform write-departed-path
               perform read-pkgdepart-srt
             when pds_path = sortedinstldRECORD
               perform read-pkgdepart-srt
             when other
               perform read-pd-instld
           end-evaluate.

       write-departed-path.
           move pds_path to pd_path.
           move pds_pkg to pd_pkg.
           move pds_version to pd_version.
           move pds_action to pd_action.
           move run_date to pd_date.
           write pkgdepartRECORD
               invalid key continue
               not invalid key add 1 to pd_count
           end-write.

       lookup-departed-pkg.
           move spaces to pd_suffix.
           move 'n' to pd_found.
           if pd_opened = 'y'
               move pd_lookup_path to pd_path
               read pkgdepart
                   invalid key continue
                   not invalid key move 'y' to pd_found
               end-read
               if pd_found = 'n'
                   perform find-departed-parent
                   move pd_parent to pd_path
                   read pkgdepart
                       invalid key continue
                       not invalid key move 'y' to pd_found
                   end-read
               end-if
           end-if.
           if pd_found = 'y'
               if pd_action = 'REMOVE'
                   move 'removal' to pd_action_word
               else
                   move 'upgrade' to pd_action_word
               end-if
               string 'left behind by ' delimited by size
               function trim(pd_action_word) delimited by size
               ' of ' delimited by size
               function trim(pd_pkg) delimited by size
               ' ' delimited by size
               function trim(pd_version) delimited by size
               ' on ' pd_date(1:4) '-' pd_date(5:2) '-' pd_date(7:2)
               delimited by size into pd_suffix
           end-if.

       find-departed-parent.
           move spaces to pd_parent.
           move zero to pd_path_len.
           if pd_lookup_path not = spaces
               compute pd_path_len =
                   function length(function trim(pd_lookup_path))
           end-if.
           move zero to pd_slash_pos.
           perform scan-departed-slash
               varying pd_scan_idx from 1 by 1
               until pd_scan_idx > pd_path_len.
           if pd_slash_pos > 1
               move pd_lookup_path(1:pd_slash_pos - 1) to pd_parent
           else
               move '/' to pd_parent
           end-if.

       scan-departed-slash.
           if pd_lookup_path(pd_scan_idx:1) = '/'
               move pd_scan_idx to pd_slash_pos
           end-if.

       publish-package-inventory.
           if pi_built = 'y'
               move 'n' to pi_eof
               open input pkginvdated
               open output pkginvlatest
               perform copy-pkginv-latest until pi_eof = 'y'
               close pkginvdated pkginvlatest
               move 'n' to pkf_eof
               open input pkgfilesout
               if pkgfiles_out_status = '00'
                   open output pkgfileslatest
                   perform copy-pkgfiles-latest until pkf_eof = 'y'
                   close pkgfilesout pkgfileslatest
               end-if
               move 'n' to pi_eof
               open input pkgchangeout
               open extend pkgchangelog
               if pkgchange_log_status not = '00'
                   open output pkgchangelog
               end-if
               perform copy-pkgchange-log until pi_eof = 'y'
               close pkgchangeout pkgchangelog
           end-if.

       copy-pkginv-latest.
           read pkginvdated at end move 'y' to pi_eof.
           if pi_eof is not = 'y'
               move pkginvdatedRECORD to pkginvlatestRECORD
               write pkginvlatestRECORD
           end-if.

       copy-pkgfiles-latest.
           read pkgfilesout at end move 'y' to pkf_eof.
           if pkf_eof is not = 'y'
               move pkgfilesoutRECORD to pkgfileslatestRECORD
               write pkgfileslatestRECORD
           end-if.

       copy-pkgchange-log.
           read pkgchangeout at end move 'y' to pi_eof.
           if pi_eof is not = 'y'
               move pkgchangeoutRECORD to pkgchangelogRECORD
               write pkgchangelogRECORD
           end-if.

       read-limitsctl.
           read limitsctl at end move 'y' to limits_eof.
           if limits_eof is not = 'y' and limitsctlRECORD is not =
                   else
                       display "Ignoring RETENTION-DAYS in sample.lim"
                       "its.ctl, value must be 1-36500"
                       perform note-limits-ignored
                   end-if
                 when 'NEW-ORPHAN-LIMIT'
                   move limit_value_num to new_orphan_limit
                   else
                       display "Ignoring ROLLUP-MIN-FILES in sample."
                       "limits.ctl, value must be 1-99999"
                       perform note-limits-ignored
                   end-if
                 when 'WALK-CONCURRENCY'
                   if limit_value_num > 0 and limit_value_num <= 16
                   else
                       display "Ignoring WALK-CONCURRENCY in sample."
                       "limits.ctl, value must be 1-16"
                       perform note-limits-ignored
                   end-if
                 when 'SIZE-GROWTH-MB'
                   if limit_value_num > 0 and limit_value_num <= 999999
                       move limit_value_num to ac_growth_limit_mb
                   else
                       display "Ignoring SIZE-GROWTH-MB in sample.lim"
                       "its.ctl, value must be 1-999999"
                       perform note-limits-ignored
                   end-if
                 when 'LOCK-STALE-HOURS'
                   if limit_value_num > 0 and limit_value_num <= 999
                       move limit_value_num to lk_stale_hours
                   else
                       display "Ignoring LOCK-STALE-HOURS in sample.l"
                       "imits.ctl, value must be 1-999"
                       perform note-limits-ignored
                   end-if
                 when 'QUARANTINE-HOLD-DAYS'
                   if limit_value_num > 0 and limit_value_num <= 36500
                   else
                       display "Ignoring QUARANTINE-HOLD-DAYS in sam"
                       "ple.limits.ctl, value must be 1-36500"
                       perform note-limits-ignored
                   end-if
                 when other
                   display "Unknown keyword in sample.limits.ctl: "
                   limit_keyword
                   perform note-limits-ignored
               end-evaluate
           end-if.

                           display "Too many BLACKOUT dates in sampl"
                           "e.calendar.ctl - maximum 20, ignoring "
                           cal_value
                           perform note-calendar-ignored
                       end-if
                   else
                       display "Ignoring BLACKOUT in sample.calendar"
                       ".ctl, date must be yyyymmdd: " cal_value
                       perform note-calendar-ignored
                   end-if
                 when 'FULL-MAX-AGE'
                   move zero to cal_value_num
                   else
                       display "Ignoring FULL-MAX-AGE in sample.cale"
                       "ndar.ctl, value must be 1-36500"
                       perform note-calendar-ignored
                   end-if
                 when other
                   display "Unknown keyword in sample.calendar.ctl: "
                   cal_keyword
                   perform note-calendar-ignored
               end-evaluate
           end-if.

             when other
               display "Unknown weekday in sample.calendar.ctl: "
               cal_value
               perform note-calendar-ignored
           end-evaluate.

       note-limits-ignored.
           move spaces to pf_text.
           string 'sample.limits.ctl: line ignored: ' delimited by size
           function trim(limitsctlRECORD) delimited by size
           into pf_text.
           perform note-preflight-warning.

       note-calendar-ignored.
           move spaces to pf_text.
           string 'sample.calendar.ctl: line ignored: '
           delimited by size
           function trim(calendarctlRECORD) delimited by size
           into pf_text.
           perform note-preflight-warning.

       read-ownersctl.
           read ownersctl at end move 'y' to owners_eof.
           if owners_eof is not = 'y' and ownersctlRECORD is not =
           spaces and ownersctlRECORD(1:1) not = '*'
               if own_count > 199
                   display "Too many entries in sample.owners.ctl - "
                   "maximum 200 supported, ignoring the rest"
                   move 'y' to owners_eof
                   move spaces to pf_text
                   string 'sample.owners.ctl: more than 200 entries, '
                   'the rest are ignored' delimited by size
                   into pf_text
                   perform note-preflight-warning
               else
                   perform parse-owner-entry
               end-if
           end-if.

       parse-owner-entry.
           move spaces to own_tok_list.
           unstring ownersctlRECORD delimited by all ' '
               into own_tok(1) own_tok(2) own_tok(3) own_tok(4)
               own_tok(5) own_tok(6).
           move spaces to own_new_path.
           move spaces to own_new_user.
           move spaces to own_new_group.
           move spaces to own_new_team.
           move spaces to own_new_contact.
           move 'y' to own_parse_ok.
           move zero to own_slash_tally.
           perform classify-owner-token
               varying own_tok_idx from 1 by 1
               until own_tok_idx > 6.
           if own_new_team = spaces or own_slash_tally > 0 or
           (own_new_path = spaces and own_new_user = spaces and
           own_new_group = spaces)
               move 'n' to own_parse_ok
           end-if.
           if own_parse_ok = 'y'
               perform register-owner-team
           end-if.
           if own_parse_ok = 'y'
               add 1 to own_count
               move own_new_path to own_path(own_count)
               move zero to own_plen(own_count)
               move 'n' to own_wild(own_count)
               if own_new_path not = spaces
                   compute own_len =
                       function length(function trim(own_new_path))
                   if own_new_path(own_len:1) = '*'
                       move 'y' to own_wild(own_count)
                       compute own_plen(own_count) = own_len - 1
                   else
                       move own_len to own_plen(own_count)
                   end-if
               end-if
               move own_new_user to own_user(own_count)
               move own_new_group to own_group(own_count)
               move tm_idx to own_team_idx(own_count)
           else
               display "Ignoring unusable entry in sample.owners.ctl:"
               " " function trim(ownersctlRECORD)
               move spaces to pf_text
               string 'sample.owners.ctl: unusable entry ignored: '
               function trim(ownersctlRECORD)
               delimited by size into pf_text
               perform note-preflight-warning
           end-if.

       classify-owner-token.
           move own_tok(own_tok_idx) to own_tok_val.
           evaluate true
             when own_tok_val = spaces
               continue
             when own_tok_val(1:5) = 'TEAM='
               move own_tok_val(6:30) to own_new_team
               inspect own_new_team tallying own_slash_tally
                   for all '/'
             when own_tok_val(1:8) = 'CONTACT='
               move own_tok_val(9:60) to own_new_contact
             when own_tok_val(1:5) = 'USER='
               move own_tok_val(6:32) to own_new_user
             when own_tok_val(1:6) = 'GROUP='
               move own_tok_val(7:32) to own_new_group
             when own_tok_val(1:1) = '/'
               move own_tok_val to own_new_path
             when other
               display "Unrecognized token in sample.owners.ctl: "
               function trim(own_tok_val)
               move 'n' to own_parse_ok
           end-evaluate.

       register-owner-team.
           move zero to tm_idx.
           perform find-owner-team
               varying tm_scan from 1 by 1
               until tm_scan > tm_count or tm_idx > 0.
           if tm_idx = 0
               if tm_count < 100
                   add 1 to tm_count
                   move tm_count to tm_idx
                   move own_new_team to tm_name(tm_idx)
                   move own_new_contact to tm_contact(tm_idx)
                   move zero to tm_present(tm_idx)
                   move zero to tm_open(tm_idx)
                   move zero to tm_bytes(tm_idx)
                   move zero to tm_oldest(tm_idx)
                   move zero to tm_high(tm_idx)
                   move zero to tm_await(tm_idx)
               else
                   display "Too many teams in sample.owners.ctl - ma"
                   "ximum 100 supported, ignoring "
                   function trim(own_new_team)
                   move 'n' to own_parse_ok
               end-if
           else
               if tm_contact(tm_idx) = spaces
                   move own_new_contact to tm_contact(tm_idx)
               end-if
           end-if.

       find-owner-team.
           if tm_name(tm_scan) = own_new_team
               move tm_scan to tm_idx
           end-if.

       team-accountability.
           display "Team accountability report from sample.orphans.mst".
           if owners_ctl_status not = '00'
               display "No owner mapping found (sample.owners.ctl), a"
               "ll orphans are unassigned"
           end-if.
           open input orphanmaster.
           if om_status not = '00'
               open output teamrpt
               move spaces to teamrptRECORD
               string 'Team orphan accountability report run '
               run_date(1:4) '-' run_date(5:2) '-' run_date(7:2)
               delimited by size into teamrptRECORD
               write teamrptRECORD
               move spaces to teamrptRECORD
               write teamrptRECORD from spaces
               move spaces to teamrptRECORD
               string 'Cannot open the orphan master sample.orphans.'
               'mst, status ' om_status delimited by size
               into teamrptRECORD
               write teamrptRECORD
               close teamrpt
               display "Cannot open orphan master file sample.orphan"
               "s.mst, status " om_status
               move 16 to return-code
           else
               perform load-whatif-wildcards
               move run_date to ta_run_num
               move spaces to ta_latest_seen
               move 'n' to oms_eof
               move low-values to om_path
               start orphanmaster key is not less than om_path
                   invalid key move 'y' to oms_eof
               end-start
               perform find-latest-seen until oms_eof = 'y'
               move zero to ta_un_present
               move zero to ta_un_open
               sort sortteamwk on ascending key ts_team ts_path
                   input procedure is load-team-sort
                   output procedure is write-team-report
               close orphanmaster
               perform clear-team-extract
                   varying tm_idx from 1 by 1
                   until tm_idx > tm_count
               display "Teams: " tm_count " unassigned orphans: "
               ta_un_present
               if ta_un_present > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

       find-latest-seen.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y' and om_last_seen is numeric
               if ta_latest_seen = spaces or
               om_last_seen > ta_latest_seen
                   move om_last_seen to ta_latest_seen
               end-if
           end-if.

       load-team-sort.
           move 'n' to oms_eof.
           move low-values to om_path.
           start orphanmaster key is not less than om_path
               invalid key move 'y' to oms_eof
           end-start.
           perform team-one-master until oms_eof = 'y'.

       team-one-master.
           read orphanmaster next at end move 'y' to oms_eof.
           if oms_eof is not = 'y' and ta_latest_seen not = spaces
           and om_last_seen = ta_latest_seen
               perform resolve-team-disposition
               move zero to ta_team_idx
               perform test-owner-entry
                   varying own_idx from 1 by 1
                   until own_idx > own_count or ta_team_idx > 0
               move zero to ta_size_num
               if om_size not = spaces
                   compute ta_size_num = function numval(om_size)
               end-if
               move zero to ta_age_days
               if om_first_seen is numeric
                   move om_first_seen to aging_date_num
                   compute ta_age_days =
                       function integer-of-date(ta_run_num)
                       - function integer-of-date(aging_date_num)
               end-if
               if ta_team_idx > 0
                   perform tally-team-orphan
               else
                   add 1 to ta_un_present
                   if ta_status not = 'ACCEPTED'
                       add 1 to ta_un_open
                   end-if
               end-if
               perform release-team-record
           end-if.

       resolve-team-disposition.
           move spaces to ta_status.
           move spaces to ta_ticket.
           move spaces to ta_expiry.
           move zero to wc_found_idx.
           if om_disp_origin = 'M' and om_disp_status not = spaces
           and om_disp_stamp >= ta_latest_seen
               move om_disp_status to ta_status
               move om_disp_ticket to ta_ticket
               move om_disp_expiry to ta_expiry
           else
               move om_path to disp_lookup_path
               perform scan-wildcard-disp
                   varying wc_idx from 1 by 1
                   until wc_idx > wc_count or wc_found_idx > 0
               if wc_found_idx > 0
                   move wc_status(wc_found_idx) to ta_status
                   move wc_ticket(wc_found_idx) to ta_ticket
                   move wc_expiry(wc_found_idx) to ta_expiry
               else
                   if om_disp_origin = 'P' and
                   om_disp_stamp = ta_latest_seen
                       move om_disp_status to ta_status
                   end-if
               end-if
           end-if.
           if ta_expiry not = spaces and ta_expiry < run_date
               move spaces to ta_status
           end-if.

       test-owner-entry.
           move 'y' to ta_match.
           if own_plen(own_idx) > 0
               if om_path(1:own_plen(own_idx)) not =
               own_path(own_idx)(1:own_plen(own_idx))
                   move 'n' to ta_match
               else
                   if own_wild(own_idx) = 'n' and
                   own_plen(own_idx) < 222
                       if own_path(own_idx)(own_plen(own_idx):1)
                       not = '/' and
                       om_path(own_plen(own_idx) + 1:1) not = '/' and
                       om_path(own_plen(own_idx) + 1:1) not = space
                           move 'n' to ta_match
                       end-if
                   end-if
               end-if
           end-if.
           if ta_match = 'y' and own_user(own_idx) not = spaces and
           own_user(own_idx) not = om_owner
               move 'n' to ta_match
           end-if.
           if ta_match = 'y' and own_group(own_idx) not = spaces and
           own_group(own_idx) not = om_group
               move 'n' to ta_match
           end-if.
           if ta_match = 'y'
               move own_team_idx(own_idx) to ta_team_idx
           end-if.

       tally-team-orphan.
           add 1 to tm_present(ta_team_idx).
           if ta_status not = 'ACCEPTED'
               add 1 to tm_open(ta_team_idx)
               add ta_size_num to tm_bytes(ta_team_idx)
               if ta_age_days > tm_oldest(ta_team_idx)
                   move ta_age_days to tm_oldest(ta_team_idx)
               end-if
               if om_risk not = spaces
                   add 1 to tm_high(ta_team_idx)
               end-if
               if ta_status = spaces or ta_status = 'REVIEW'
                   add 1 to tm_await(ta_team_idx)
               end-if
           end-if.

       release-team-record.
           move spaces to sortteamwk_rec.
           if ta_team_idx > 0
               move tm_name(ta_team_idx) to ts_team
               move tm_contact(ta_team_idx) to ta_contact
           else
               move spaces to ta_contact
           end-if.
           move om_path to ts_path.
           move om_owner to ts_owner.
           move om_group to ts_group.
           move om_size to ts_size.
           move ta_status to ts_status.
           string function trim(om_path) delimited by size
           '|' delimited by size
           om_owner delimited by space '|' delimited by size
           om_group delimited by space '|' delimited by size
           om_perms delimited by size '|' delimited by size
           function trim(om_size) delimited by size
           '|' delimited by size
           function trim(om_risk) delimited by size
           '|' delimited by size
           om_first_seen delimited by size '|' delimited by size
           om_last_seen delimited by size '|' delimited by size
           ta_status delimited by space '|' delimited by size
           ta_ticket delimited by space '|' delimited by size
           ta_expiry delimited by space '|' delimited by size
           ts_team delimited by space '|' delimited by size
           ta_contact delimited by space
           into ts_line.
           release sortteamwk_rec.

       write-team-report.
           open output teamrpt.
           move spaces to teamrptRECORD.
           string 'Team orphan accountability report run '
           run_date(1:4) '-' run_date(5:2) '-' run_date(7:2)
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           move spaces to teamrptRECORD.
           if ta_latest_seen = spaces
               string 'Orphan master holds no reported orphans'
               delimited by size into teamrptRECORD
           else
               string 'Orphans reported by the last run '
               ta_latest_seen(1:4) '-' ta_latest_seen(5:2) '-'
               ta_latest_seen(7:2) delimited by size
               into teamrptRECORD
           end-if.
           write teamrptRECORD.
           move spaces to teamrptRECORD.
           write teamrptRECORD from spaces.
           move spaces to teamrptRECORD.
           string 'TEAM                              OPEN  RECLAIMA'
           'BLE BYTES  OLDEST DAYS   HIGH-RISK  AWAITING  CONTACT'
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           perform write-team-line
               varying tm_idx from 1 by 1
               until tm_idx > tm_count.
           if tm_count = 0
               move spaces to teamrptRECORD
               string '  (none)' delimited by size
               into teamrptRECORD
               write teamrptRECORD
           end-if.
           move spaces to teamrptRECORD.
           write teamrptRECORD from spaces.
           move spaces to teamrptRECORD.
           string 'Orphans matching no team in sample.owners.ctl:'
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           move 'n' to ts_eof.
           move 'n' to ta_ext_open.
           move spaces to ta_ext_team.
           perform return-team-record until ts_eof = 'y'.
           if ta_ext_open = 'y'
               close teamext
           end-if.
           if ta_un_present = 0
               move spaces to teamrptRECORD
               string '  (none)' delimited by size
               into teamrptRECORD
               write teamrptRECORD
           end-if.
           move spaces to teamrptRECORD.
           write teamrptRECORD from spaces.
           move tm_count to ta_count_disp.
           move spaces to teamrptRECORD.
           string 'Teams mapped:              ' ta_count_disp
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           move ta_un_present to ta_count_disp.
           move spaces to teamrptRECORD.
           string 'Unassigned orphans:        ' ta_count_disp
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           move ta_un_open to ta_count_disp.
           move spaces to teamrptRECORD.
           string 'Unassigned and not ACCEPTED:' ta_count_disp
           delimited by size into teamrptRECORD.
           write teamrptRECORD.
           close teamrpt.

       write-team-line.
           move tm_open(tm_idx) to ta_count_disp.
           move tm_bytes(tm_idx) to ta_bytes_disp.
           move tm_oldest(tm_idx) to ta_days_disp.
           move tm_high(tm_idx) to ta_high_disp.
           move tm_await(tm_idx) to ta_await_disp.
           move spaces to teamrptRECORD.
           string tm_name(tm_idx) ta_count_disp ' ' ta_bytes_disp
           '  ' ta_days_disp '   ' ta_high_disp '  ' ta_await_disp
           '  ' delimited by size
           function trim(tm_contact(tm_idx)) delimited by size
           into teamrptRECORD.
           write teamrptRECORD.

       return-team-record.
           return sortteamwk at end move 'y' to ts_eof.
           if ts_eof is not = 'y'
               if ts_team = spaces
                   move spaces to teamrptRECORD
                   string '  ' delimited by size
                   function trim(ts_path) delimited by size
                   '  (' delimited by size
                   ts_owner delimited by space ':' delimited by size
                   ts_group delimited by space ') size '
                   delimited by size
                   function trim(ts_size) delimited by size
                   ' ' delimited by size
                   function trim(ts_status) delimited by size
                   into teamrptRECORD
                   write teamrptRECORD
               else
                   if ts_team not = ta_ext_team
                       if ta_ext_open = 'y'
                           close teamext
                       end-if
                       move spaces to team_ext_name
                       string 'sample.team.' delimited by size
                       ts_team delimited by space
                       '.ext' delimited by size
                       into team_ext_name
                       open output teamext
                       move 'y' to ta_ext_open
                       move ts_team to ta_ext_team
                   end-if
                   move ts_line to teamextRECORD
                   write teamextRECORD
               end-if
           end-if.

       clear-team-extract.
           if tm_present(tm_idx) = 0
               move spaces to team_ext_name
               string 'sample.team.' delimited by size
               tm_name(tm_idx) delimited by space
               '.ext' delimited by size
               into team_ext_name
               open output teamext
               close teamext
           end-if.

       apply-run-calendar.
           if cal_loaded = 'y'
               move run_date to aging_date_num
                   display "Run date " run_date " is a blackout date"
                   " in sample.calendar.ctl, exiting without scanning"
                   move 20 to return-code
                   perform release-run-lock
                   STOP RUN
               end-if
               if cal_day_rules_set = 'y'
           ACCEPT host_name FROM ENVIRONMENT-VALUE.
           if host_name = spaces
               call "SYSTEM" using cmdln_hostname
               perform read-which-output
               move whichoutRECORD(1:64) to host_name
           end-if.
           if host_name = spaces
           end-if.
           display "Reporting as host " function trim(host_name).

       read-which-output.
           open input whichout.
           read whichout into whichoutRECORD at end
               move spaces to whichoutRECORD
           end-read.
           close whichout.
           perform remove-scratch-files.

       remove-scratch-files.
           move return-code to which_saved_rc.
           call "SYSTEM" using cmdln_rmscratch.
           move which_saved_rc to return-code.

       fleet-consolidation.
           display "Fleet consolidation: merging host snapshots from "
           "sample.fleet.d".
               if scan_root_count > 49
                   display "Too many scan roots in sample.roots.ctl -"
                   " maximum 50 supported, aborting"
                   if check_mode = 'y'
                       move spaces to pf_text
                       string 'sample.roots.ctl: more than 50 scan ro'
                       'ots, a run would abort with return code 16'
                       delimited by size into pf_text
                       perform note-preflight-fatal
                       move 'y' to roots_ctl_eof
                   else
                       close rootsctl
                       move 16 to return-code
                       STOP RUN
                   end-if
               else
                   add 1 to scan_root_count
                   move rootsctlRECORD to scan_roots(scan_root_count)
               end-if
           end-if.

       run-parallel-walk.
               perform write-overflow-warning
               close orphanrpt missingrpt
               move 12 to return-code
               perform release-run-lock
               STOP RUN
           end-if.

               end-if
           end-if.

       set-lock-mode.
           move 'y' to lk_needed.
           move spaces to lk_mode.
           evaluate true
             when check_mode = 'y'
               move 'n' to lk_needed
             when fleet_mode = 'y'
               move 'MERGE' to lk_mode
             when ledger_mode = 'y' or query_mode = 'y'
               move 'n' to lk_needed
             when dispmaint_mode = 'y'
               move 'DISPMAINT' to lk_mode
             when teams_mode = 'y'
               move 'n' to lk_needed
             when backup_mode = 'y'
               move 'BACKUP' to lk_mode
             when rebuild_mode = 'y'
               move 'REBUILD' to lk_mode
             when verify_mode = 'y' or whatif_mode = 'y'
               move 'n' to lk_needed
             when asof_mode = 'y'
               move 'n' to lk_needed
             when other
               move 'RUN' to lk_mode
           end-evaluate.

       acquire-run-lock.
           DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
           ACCEPT envusrname FROM ENVIRONMENT-VALUE
           perform read-run-lock.
           if lk_held = 'y'
               perform assess-run-lock
               if lk_state = 'L'
                   display "Run lock sample.run.lock is held by a live "
                   function trim(lk_run_mode) " run on "
                   function trim(lk_host) " (user "
                   function trim(lk_user) ", pid " function trim(lk_pid)
                   ", started " lk_date " " lk_time "), not starting"
                   move 'REFUSED' to lk_action
                   move 24 to lk_rc
                   perform log-lock-event
                   move 24 to return-code
                   STOP RUN
               end-if
               if force_flag not = 'y'
                   display "Stale run lock sample.run.lock from a "
                   function trim(lk_run_mode) " run on "
                   function trim(lk_host) " (pid " function trim(lk_pid)
                   ", started " lk_date " " lk_time ", "
                   function trim(lk_reason) ") - rerun with --force "
                   "to take it over"
                   move 'STALE' to lk_action
                   move 28 to lk_rc
                   perform log-lock-event
                   move 28 to return-code
                   STOP RUN
               end-if
               display "Taking over stale run lock from a "
               function trim(lk_run_mode) " run on "
               function trim(lk_host) " (pid " function trim(lk_pid)
               ", started " lk_date " " lk_time ", "
               function trim(lk_reason) ")"
               move 'TAKEOVER' to lk_action
               move 32 to lk_rc
               perform log-lock-event
               call "SYSTEM" using cmdln_lockremove
           end-if.
           open output runlocknew.
           move spaces to runlocknewRECORD.
           string host_name delimited by space
           '|' delimited by size
           envusrname delimited by space
           '|' delimited by size
           lk_mode delimited by space
           '|' run_date '|' run_time(1:6) '|' delimited by size
           lk_my_pid delimited by space
           into runlocknewRECORD.
           write runlocknewRECORD.
           close runlocknew.
           call "SYSTEM" using cmdln_lockcreate.
           perform read-run-lock.
           evaluate true
             when lk_held = 'y' and lk_pid = lk_my_pid and
             lk_host = host_name
               move 'y' to lk_acquired
             when lk_held = 'y'
               display "Run lock sample.run.lock was taken by a "
               function trim(lk_run_mode) " run on "
               function trim(lk_host) " (pid " function trim(lk_pid)
               ") while starting, not starting"
               move 'REFUSED' to lk_action
               move 24 to lk_rc
               perform log-lock-event
               move 24 to return-code
               STOP RUN
             when other
               display "Cannot create run lock sample.run.lock, abort"
               "ing"
               move 'FAILED' to lk_action
               move 16 to lk_rc
               perform log-lock-event
               move 16 to return-code
               STOP RUN
           end-evaluate.

       read-run-lock.
           move 'n' to lk_held.
           move spaces to lk_host.
           move spaces to lk_user.
           move spaces to lk_run_mode.
           move spaces to lk_date.
           move spaces to lk_time.
           move spaces to lk_pid.
           open input runlock.
           if lock_status = '00'
               read runlock at end move spaces to runlockRECORD
               end-read
               move 'y' to lk_held
               if runlockRECORD not = spaces
                   unstring runlockRECORD delimited by '|'
                       into lk_host lk_user lk_run_mode lk_date
                       lk_time lk_pid
               end-if
               close runlock
           end-if.

       assess-run-lock.
           move 'L' to lk_state.
           move spaces to lk_reason.
           move zero to lk_age_sec.
           if lk_date is numeric and lk_time is numeric
               move lk_date to lk_date_num
               move run_date to aging_date_num
               compute lk_age_sec =
                   (function integer-of-date(aging_date_num)
                   - function integer-of-date(lk_date_num)) * 86400
                   + function numval(run_time(1:2)) * 3600
                   + function numval(run_time(3:2)) * 60
                   + function numval(run_time(5:2))
                   - function numval(lk_time(1:2)) * 3600
                   - function numval(lk_time(3:2)) * 60
                   - function numval(lk_time(5:2))
           else
               move 'S' to lk_state
               move 'lock record unreadable' to lk_reason
           end-if.
           move zero to lk_pid_len.
           inspect lk_pid tallying lk_pid_len
               for characters before initial space.
           if lk_state = 'L' and lk_host = host_name and
           lk_pid_len > 0
               if lk_pid(1:lk_pid_len) is numeric
                   move spaces to cmdln_lockcheck
                   string 'if ps -p ' lk_pid(1:lk_pid_len)
                   ' > /dev/null 2>&1 ; then echo LIVE ; else echo '
                   'DEAD ; fi > ' delimited by size
                   which_name delimited by space
                   ' 2>&1' delimited by size into cmdln_lockcheck
                   call "SYSTEM" using cmdln_lockcheck
                   perform read-which-output
                   if whichoutRECORD(1:4) = 'DEAD'
                       move 'S' to lk_state
                       string 'process ' lk_pid(1:lk_pid_len)
                       ' is no longer running' delimited by size
                       into lk_reason
                   end-if
               end-if
           end-if.
           if lk_state = 'L' and lk_age_sec >= lk_stale_hours * 3600
               move 'S' to lk_state
               move lk_stale_hours to lk_hours_disp
               string 'older than ' delimited by size
               function trim(lk_hours_disp) delimited by size
               ' hours' delimited by size into lk_reason
           end-if.

       note-shared-lock.
           perform read-run-lock.
           if lk_held = 'y' and lk_date = spaces
               display "Note: sample.run.lock exists but is unreadab"
               "le - results may reflect work in progress"
           end-if.
           if lk_held = 'y' and lk_date not = spaces
               display "Note: a " function trim(lk_run_mode)
               " run on " function trim(lk_host) " has held sample.r"
               "un.lock since " lk_date " " lk_time
               " - results may reflect work in progress"
           end-if.

       release-run-lock.
           move return-code to lk_saved_rc.
           if lk_acquired = 'y'
               perform read-run-lock
               if lk_held = 'y' and lk_pid = lk_my_pid and
               lk_host = host_name
                   call "SYSTEM" using cmdln_lockremove
               else
                   display "Run lock sample.run.lock was taken over "
                   "by another run, leaving it in place"
               end-if
               move 'n' to lk_acquired
           end-if.
           move lk_saved_rc to return-code.

       log-lock-event.
           move spaces to execlogRECORD.
           string envusrname delimited by space
           ' ' run_date ' ' run_time ' lock=' delimited by size
           lk_action delimited by space
           ' rc=' lk_rc ' mode=' delimited by size
           lk_mode delimited by space
           ' holder=' delimited by size
           lk_host delimited by space
           '/' delimited by size
           lk_user delimited by space
           ' pid=' delimited by size
           lk_pid delimited by space
           ' holder-mode=' delimited by size
           lk_run_mode delimited by space
           ' since=' lk_date '-' lk_time delimited by size
           into execlogRECORD
           on overflow
           display "STRING OVERFLOW writing exec log lock entry"
           end-string.
           perform append-exec-log.
           move 'y' to lk_event.
           move lk_rc to final_rc.
           perform write-run-ledger.
           move 'n' to lk_event.
           move 0 to final_rc.

       log-execution.
           move spaces to execlogRECORD.
           string envusrname delimited by space
           function length(function trim(envusrname))
           move 'y' to overflow_warning_flag
           end-string.
           perform append-exec-log.

       append-exec-log.
           open extend execlog.
           if execlog_status not = '00'
               open output execlog
       detect-pkg-manager.
           move spaces to pkg_mgr.
           call "SYSTEM" using cmdln_whichequery.
           perform read-which-output.
           if whichoutRECORD not = spaces and
           whichoutRECORD(1:5) not = 'which'
               move 'EQUERY' to pkg_mgr

           if pkg_mgr = spaces
               call "SYSTEM" using cmdln_whichdpkg
               perform read-which-output
               if whichoutRECORD not = spaces and
               whichoutRECORD(1:5) not = 'which'
                   move 'DPKG' to pkg_mgr

           if pkg_mgr = spaces
               call "SYSTEM" using cmdln_whichrpm
               perform read-which-output
               if whichoutRECORD not = spaces and
               whichoutRECORD(1:5) not = 'which'
                   move 'RPM' to pkg_mgr
               "ple.excl.ctl entry=[" exclctlRECORD "] length="
               function length(function trim(exclctlRECORD))
               move 'y' to overflow_warning_flag
               move spaces to pf_text
               string 'sample.excl.ctl: exclusion list overflows at '
               delimited by size
               exclctlRECORD delimited by space
               ', the walk would run with a truncated list'
               delimited by size into pf_text
               perform note-preflight-fatal
               end-string
               move spaces to excl_add_token
               unstring exclctlRECORD delimited by ' '
                       "for the missing-file check - maximum 100, t"
                       "he rest are honoured by the walk only"
                       move 'y' to excl_path_full_warned
                       move spaces to pf_text
                       string 'sample.excl.ctl: more than 100 exclusi'
                       'ons, the rest are not applied to the missin'
                       'g-file check' delimited by size into pf_text
                       perform note-preflight-warning
                   end-if
               end-if
           end-if.
